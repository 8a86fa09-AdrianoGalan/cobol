                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO  
                                       WITH DUPLICATES.
           SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASSIN
                    FILE STATUS  IS ST-ERRO.

           SELECT CADGESTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGESTA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOEMP
                                       WITH DUPLICATES.

           SELECT CADPACEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACEM
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACOT
                    FILE STATUS  IS ST-ERRO.

           SELECT CADUSOPK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSOPK
                    FILE STATUS  IS ST-ERRO.

           SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGRP
                    FILE STATUS  IS ST-ERRO.

           SELECT CADOVERB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVERB
                    FILE STATUS  IS ST-ERRO.

           SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PATRIMEQ
                    FILE STATUS  IS ST-ERRO.

           SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALAMN
                                       WITH DUPLICATES.

           SELECT CADDOCMD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCMD
                    FILE STATUS  IS ST-ERRO.

           SELECT CADOVBK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVBK
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHVMEDOB
                                       WITH DUPLICATES.

          
           SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFOR WITH DUPLICATES.

           SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 RETDIASCV    PIC 9(03).
      
      *-----------------------------------------
       FD CADASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADASSIN.
       01 REGASSIN.
          03 KEYASSIN.
             05 CPFAS         PIC 9(11).
             05 DATAAS.
                07 DIAAS      PIC 9(02).
                07 MESAS      PIC 9(02).
                07 ANOAS      PIC 9(04).
             05 SEQAS         PIC 9(02).
          03 CRMASS           PIC 9(06).
          03 DATAASS          PIC 9(08).
          03 HORAASS          PIC 9(04).
          03 OPERASS          PIC 9(04).
      *
       FD CADGESTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGESTA.
       01 REGGESTA.
          03 KEYGESTA.
             05 CPFGE         PIC 9(11).
             05 SEQGE         PIC 9(02).
          03 DUMGE.
             05 DIADUM        PIC 9(02).
             05 MESDUM        PIC 9(02).
             05 ANODUM        PIC 9(04).
          03 DPPGE.
             05 DIADPP        PIC 9(02).
             05 MESDPP        PIC 9(02).
             05 ANODPP        PIC 9(04).
          03 RISCOGE          PIC X(01).
          03 CRMOBSGE         PIC 9(06).
          03 SITUACAOGE       PIC X(01).
          03 DATAENCGE.
             05 DIAENC        PIC 9(02).
             05 MESENC        PIC 9(02).
             05 ANOENC        PIC 9(04).
          03 OBSGE            PIC X(40).
          03 DATAREGGE        PIC 9(08).
          03 OPERGE           PIC 9(04).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEMPR.
       01 REGEMPR.
          03 CODEMP           PIC 9(04).
          03 RAZAOEMP         PIC X(40).
          03 CNPJEMP          PIC 9(14).
          03 CONTRATOEMP      PIC X(15).
          03 VIGEMP.
             05 DIAVEMP       PIC 9(02).
             05 MESVEMP       PIC 9(02).
             05 ANOVEMP       PIC 9(04).
          03 PRECOADM         PIC 9(06)V99.
          03 PRECOPER         PIC 9(06)V99.
          03 PRECODEM         PIC 9(06)V99.
          03 PRECORET         PIC 9(06)V99.
          03 PRECOMUD         PIC 9(06)V99.
          03 CONTATOEMP       PIC X(30).
          03 TELEMP           PIC 9(11).
          03 EMAILEMP         PIC X(30).
          03 SITEMP           PIC X(01).
      *
       FD CADPACEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACEM.
       01 REGPACEM.
          03 KEYPACEM.
             05 CPFPE         PIC 9(11).
             05 CODEMPPE      PIC 9(04).
          03 MATRICPE         PIC X(10).
          03 FUNCAOPE         PIC X(20).
          03 DATAADMPE.
             05 DIAADMPE      PIC 9(02).
             05 MESADMPE      PIC 9(02).
             05 ANOADMPE      PIC 9(04).
          03 SITPE            PIC X(01).
      *
      ***** EXAME OCUPACIONAL FATURADO A EMPRESA (MESMA CHAVE DA
      ***** CONSULTA). TIPOASOOC: A=ADMISSIONAL P=PERIODICO
      ***** D=DEMISSIONAL R=RETORNO AO TRABALHO M=MUDANCA DE FUNCAO
      ***** RESULTOC: A=APTO I=INAPTO (BRANCO = ASO NAO EMITIDO)
      ***** NUMFATOC: FATURA DA EMPRESA (ZERO = NAO FATURADO)
       FD CADCONOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONOC.
       01 REGCONOC.
          03 KEYCONOC.
             05 CPFOC         PIC 9(11).
             05 DATAOC.
                07 DIAOC      PIC 9(02).
                07 MESOC      PIC 9(02).
                07 ANOOC      PIC 9(04).
             05 SEQOC         PIC 9(02).
          03 CODEMPOC         PIC 9(04).
          03 TIPOASOOC        PIC X(01).
          03 VALOROC          PIC 9(06)V99.
          03 NUMASOOC         PIC 9(06).
          03 RESULTOC         PIC X(01).
          03 OBSASOOC         PIC X(40).
          03 DATAASOOC        PIC 9(08).
          03 CRMASOOC         PIC 9(06).
          03 NUMFATOC         PIC 9(06).
      *
      ***** PACOTE DE SESSOES PRE-PAGO DO PACIENTE PARTICULAR
      ***** SITPK: A=ABERTO E=ESGOTADO (TODAS USADAS) C=CANCELADO
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACOT.
       01 REGPACOT.
          03 KEYPACOT.
             05 CPFPK         PIC 9(11).
             05 SEQPK         PIC 9(02).
          03 CODPROCPK        PIC 9(04).
          03 QTDCOMPK         PIC 9(03).
          03 QTDUSOPK         PIC 9(03).
          03 VALORPK          PIC 9(06)V99.
          03 DATACOMPK.
             05 DIACPK        PIC 9(02).
             05 MESCPK        PIC 9(02).
             05 ANOCPK        PIC 9(04).
          03 DATAVALPK.
             05 DIAVPK        PIC 9(02).
             05 MESVPK        PIC 9(02).
             05 ANOVPK        PIC 9(04).
          03 SITPK            PIC X(01).
          03 NUMRECPK         PIC 9(06).
          03 OPERPK           PIC 9(04).
      *
      ***** SESSAO DE PACOTE CONSUMIDA (MESMA CHAVE DA CONSULTA)
       FD CADUSOPK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUSOPK.
       01 REGUSOPK.
          03 KEYUSOPK.
             05 CPFUK         PIC 9(11).
             05 DATAUK.
                07 DIAUK      PIC 9(02).
                07 MESUK      PIC 9(02).
                07 ANOUK      PIC 9(04).
             05 SEQUK         PIC 9(02).
          03 SEQPKUK          PIC 9(02).
          03 CODPROCUK        PIC 9(04).
          03 DATAREGUK        PIC 9(08).
      *
      ***** EQUIPAMENTOS MEDICOS (SMP086) E MANUTENCOES (SMP087): A
      ***** SALA EM MANUTENCAO E O PROCEDIMENTO SEM EQUIPAMENTO EM
      ***** SERVICO NAO RECEBEM CONSULTA NA DATA
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEQUIP.
       01 REGEQUIP.
          03 PATRIMEQ         PIC X(10).
          03 DESCEQ           PIC X(30).
          03 UNIDEQ           PIC 9(02).
          03 SALAEQ           PIC 9(02).
          03 FORNEQ           PIC 9(04).
          03 INTERVEQ         PIC 9(03).
          03 ULTMANEQ         PIC 9(08).
          03 PROCEQ           PIC 9(04) OCCURS 4 TIMES.
          03 SITUACAOEQ       PIC X(01).
          03 DATAEQ           PIC 9(08).
          03 OPEREQ           PIC 9(04).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMANUT.
       01 REGMANUT.
          03 KEYMANUT.
             05 PATRIMMN      PIC X(10).
             05 DATAINIMN     PIC 9(08).
          03 DATAFIMMN        PIC 9(08).
          03 TIPOMN           PIC X(01).
          03 OSMN             PIC X(12).
          03 FORNMN           PIC 9(04).
          03 SALAMN           PIC 9(02).
          03 SITMN            PIC X(01).
          03 CERTMN           PIC X(20).
          03 OBSMN            PIC X(40).
          03 DATAMN           PIC 9(08).
          03 OPERMN           PIC 9(04).
      *
      ***** DOCUMENTO PROFISSIONAL DO MEDICO VENCIDO NA DATA DA
      ***** CONSULTA: TIPO OBRIGATORIO BLOQUEIA, OS DEMAIS AVISAM
       FD CADDOCMD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCMD.
       01 REGDOCMD.
          03 KEYDOCMD.
             05 CRMDM         PIC 9(06).
             05 TIPODM        PIC 9(01).
             05 ESPDM         PIC 9(02).
          03 NUMDM            PIC X(20).
          03 ORGAODM          PIC X(20).
          03 VALIDDM          PIC 9(08).
          03 SITUACAODM       PIC X(01).
          03 DATADM           PIC 9(08).
          03 OPERDM           PIC 9(04).
      *
      ***** SESSAO EM GRUPO (SMP069): O HORARIO DO PROFISSIONAL E A
      ***** SALA FICAM RESERVADOS PARA AS INSCRICOES DO SMP070
       FD CADGRUPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGRUPO.
       01 REGGRUPO.
          03 CODGRP           PIC 9(06).
          03 DESCGRP          PIC X(30).
          03 CRMGRP           PIC 9(06).
          03 SALAGRP          PIC 9(02).
          03 DATAGRP.
             05 DIAGRP        PIC 9(02).
             05 MESGRP        PIC 9(02).
             05 ANOGRP        PIC 9(04).
          03 HORAGRP.
             05 HORAGRPH      PIC 9(02).
             05 HORAGRPM      PIC 9(02).
          03 CAPACGRP         PIC 9(02).
          03 CODPROCGRP       PIC 9(04).
          03 UNIDGRP          PIC 9(02).
          03 SITGRP           PIC X(01).
      *
      ***** COTA DIARIA DE ENCAIXES DO MEDICO NO DIA DA SEMANA
      ***** (SMP071). DIASEMOV: 1=DOMINGO ... 7=SABADO
       FD CADOVERB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOVERB.
       01 REGOVERB.
          03 KEYOVERB.
             05 CRMOV         PIC 9(06).
             05 DIASEMOV      PIC 9(01).
          03 QTDOV            PIC 9(02).
          03 TAXAOV           PIC 9(03)V9.
          03 QTDSUGOV         PIC 9(02).
          03 DATASUGOV        PIC 9(08).
          03 SITOV            PIC X(01).
      *
      ***** CONSULTA MARCADA COMO ENCAIXE (MESMA CHAVE DA CONSULTA).
      ***** CHVMEDOB = MEDICO + DATA AAAAMMDD, PARA CONTAR A COTA
       FD CADOVBK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOVBK.
       01 REGOVBK.
          03 KEYOVBK.
             05 CPFOB         PIC 9(11).
             05 DATAOB.
                07 DIAOB      PIC 9(02).
                07 MESOB      PIC 9(02).
                07 ANOOB      PIC 9(04).
             05 SEQOB         PIC 9(02).
          03 CHVMEDOB.
             05 CRMOB         PIC 9(06).
             05 DTOB          PIC 9(08).
          03 HORAOB           PIC 9(04).
          03 DATAREGOB        PIC 9(08).
          03 OPEROB           PIC 9(04).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSU. 
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
      *
      ***** ORCAMENTOS DE PROCEDIMENTOS DO PACIENTE PARTICULAR.
      ***** SITOR: E=EMITIDO A=ACEITO R=RECUSADO C=CONVERTIDO (TODOS
      ***** OS ITENS JA AGENDADOS NO SMP006). DATAS EM AAAAMMDD.
      ***** DESCOR = DESCONTO EM %, LIBERADO PELO SUPERVISOR SUPOR.
      ***** KEYCONSOI = CONSULTA QUE USOU O ITEM (ZEROS = A AGENDAR)
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADORCAM.
       01 REGORCAM.
          03 NUMORC           PIC 9(06).
          03 CPFOR            PIC 9(11).
          03 DATAOR           PIC 9(08).
          03 VALIDOR          PIC 9(08).
          03 SITOR            PIC X(01).
          03 DATASITOR        PIC 9(08).
          03 OPEROR           PIC 9(04).
          03 SUPOR            PIC 9(04).
          03 DESCOR           PIC 9(02)V99.
          03 VALBRUOR         PIC 9(07)V99.
          03 VALLIQOR         PIC 9(07)V99.
          03 QTDITOR          PIC 9(02).
          03 ITEMOR OCCURS 10 TIMES.
             05 CODPROCOI     PIC 9(04).
             05 VALTABOI      PIC 9(06)V99.
             05 VALOROI       PIC 9(06)V99.
             05 KEYCONSOI     PIC X(21).
      *
       FD CADCOBER
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADMOTCA PIC X(64) VALUE
          "CADMOTCA.DAT".
       01 W-ARQ-CADXMED PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-HASASS      PIC 9(01) VALUE ZEROS.
       01 W-ASSINADA    PIC 9(01) VALUE ZEROS.
       01 W-ARQ-CADGESTA PIC X(64) VALUE
          "CADGESTA.DAT".
       01 W-HASGES      PIC 9(01) VALUE ZEROS.
       01 W-ARQ-CADEMPR PIC X(64) VALUE
          "CADEMPR.DAT".
       01 W-ARQ-CADPACEM PIC X(64) VALUE
          "CADPACEM.DAT".
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADPACOT PIC X(64) VALUE
          "CADPACOT.DAT".
       01 W-ARQ-CADUSOPK PIC X(64) VALUE
          "CADUSOPK.DAT".
       01 W-ARQ-CADGRUPO PIC X(64) VALUE
          "CADGRUPO.DAT".
       01 W-ARQ-CADOVERB PIC X(64) VALUE
          "CADOVERB.DAT".
       01 W-ARQ-CADOVBK PIC X(64) VALUE
          "CADOVBK.DAT".
       01 W-ARQ-CADEQUIP PIC X(64) VALUE
          "CADEQUIP.DAT".
       01 W-ARQ-CADMANUT PIC X(64) VALUE
          "CADMANUT.DAT".
       01 W-ARQ-CADDOCMD PIC X(64) VALUE
          "CADDOCMD.DAT".
       01 W-HASEMP      PIC 9(01) VALUE ZEROS.
       01 W-HASCOC      PIC 9(01) VALUE ZEROS.
       01 W-ASO         PIC 9(01) VALUE ZEROS.
       01 W-ASOPERG     PIC 9(01) VALUE ZEROS.
       01 W-ASOEMP      PIC 9(04) VALUE ZEROS.
       01 W-ASOTIPO     PIC X(01) VALUE SPACES.
       01 W-ASOVAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-ASOVIG      PIC 9(08) VALUE ZEROS.
       01 W-HASPKT      PIC 9(01) VALUE ZEROS.
       01 W-HASGRP      PIC 9(01) VALUE ZEROS.
       01 W-GRPCONF     PIC 9(01) VALUE ZEROS.
       01 W-HASOVB      PIC 9(01) VALUE ZEROS.
       01 W-ENCAIXE     PIC 9(01) VALUE ZEROS.
       01 W-HASEQP      PIC 9(01) VALUE ZEROS.
       01 W-HASMNT      PIC 9(01) VALUE ZEROS.
       01 W-MNTCONF     PIC 9(01) VALUE ZEROS.
       01 W-EQPCONF     PIC 9(01) VALUE ZEROS.
       01 W-EQPDATA     PIC 9(08) VALUE ZEROS.
       01 W-EQPVINC     PIC 9(03) VALUE ZEROS.
       01 W-EQPLIVRE    PIC 9(03) VALUE ZEROS.
       01 W-EQPIDX      PIC 9(01) VALUE ZEROS.
       01 W-EQPPAT      PIC X(10) VALUE SPACES.
       01 W-HASDOC      PIC 9(01) VALUE ZEROS.
       01 W-DOCCONF     PIC 9(01) VALUE ZEROS.
       01 W-DOCDATA     PIC 9(08) VALUE ZEROS.
       01 W-DOCTIPO     PIC 9(01) VALUE ZEROS.
       01 W-DOCMENS     PIC X(50) VALUE SPACES.
       01 W-IOB         PIC 9(01) VALUE ZEROS.
       01 TABTIPDOC-R.
          03 FILLER PIC X(20) VALUE "RENOVACAO DO CRM".
          03 FILLER PIC X(20) VALUE "TITULO ESPEC. (RQE)".
          03 FILLER PIC X(20) VALUE "SEGURO RESP. CIVIL".
          03 FILLER PIC X(20) VALUE "CERTIFICADO DIGITAL".
          03 FILLER PIC X(20) VALUE "LICENCA SANITARIA".
       01 TABTIPDOC REDEFINES TABTIPDOC-R.
          03 W-NOMETIPDOC PIC X(20) OCCURS 5 TIMES.
       01 TABOBRIG-R    PIC X(05) VALUE "10001".
       01 TABOBRIG REDEFINES TABOBRIG-R.
          03 W-OBRIG    PIC 9(01) OCCURS 5 TIMES.
       01 W-OVBQTD      PIC 9(03) VALUE ZEROS.
       01 W-OVBDT       PIC 9(08) VALUE ZEROS.
       01 W-HASUPK      PIC 9(01) VALUE ZEROS.
       01 W-PKACHOU     PIC 9(01) VALUE ZEROS.
       01 W-PKSEQ       PIC 9(02) VALUE ZEROS.
       01 W-PKCONS      PIC 9(08) VALUE ZEROS.
       01 W-PKVAL       PIC 9(08) VALUE ZEROS.
       01 W-IGCONSER    PIC 9(08) VALUE ZEROS.
       01 W-IGDUMSER    PIC 9(08) VALUE ZEROS.
       01 W-IGDIFDIAS   PIC 9(08) VALUE ZEROS.
       01 W-IGSEM       PIC 9(02) VALUE ZEROS.
       01 W-IGDIA       PIC 9(01) VALUE ZEROS.
       01 W-IGTXT       PIC X(39) VALUE SPACES.
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCID PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-CADORCAM PIC X(64) VALUE
          "CADORCAM.DAT".
       01 W-ARQ-CADCOBER PIC X(64) VALUE
          "CADCOBER.DAT".
       01 W-ARQ-CADCRED PIC X(64) VALUE
       01 W-HASPRO      PIC 9(01) VALUE ZEROS.
       01 W-HASPRE      PIC 9(01) VALUE ZEROS.
       01 W-HASCOB      PIC 9(01) VALUE ZEROS.
      ***** ORCAMENTO ACEITO DO PACIENTE PARTICULAR (CONVPART)
       01 W-HASORC      PIC 9(01) VALUE ZEROS.
       01 W-CONVPART    PIC 9(04) VALUE ZEROS.
       01 W-ORCNUM      PIC 9(06) VALUE ZEROS.
       01 W-ORCIT       PIC 9(02) VALUE ZEROS.
       01 W-ORCI        PIC 9(02) VALUE ZEROS.
       01 W-ORCLIV      PIC 9(02) VALUE ZEROS.
       01 W-ORCVAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-ORCHOJE     PIC 9(08) VALUE ZEROS.
       01 W-QTDMES      PIC 9(04) VALUE ZEROS.
       01 W-CARTVENC    PIC 9(01) VALUE ZEROS.
       01 W-VALSEQ      PIC 9(08) VALUE ZEROS.
       SCREEN SECTION.
       01  TELACON2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01 
               VALUE  "                      *** CADASTRO CONSU".
           05  LINE 02  COLUMN 41 
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

   
      ********** ABRE OU CRIA ARQUIVO*************************
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRE.

      ***** ORCAMENTOS PARTICULARES (OPCIONAL)
       R0K4A.
           MOVE 1 TO W-HASORC
           OPEN I-O CADORCAM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASORC.

       R0K5.
           MOVE 1 TO W-HASCOB
           OPEN INPUT CADCOBER
              IF ST-ERRO = "00"
                 IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                    MOVE VALORPAR TO W-RETDIAS.
      ***** CONVENIO DA TABELA PARTICULAR (ORCAMENTOS DO SMP077)
           MOVE ZEROS TO W-CONVPART
           IF W-HASPAR = 1
              MOVE "CONVPART" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00"
                 IF SITUACAOPA NOT = "I"
                    MOVE VALORPAR TO W-CONVPART.

      ***** POLITICA DE FALTAS: PERIODO (MESES), AVISO E BLOQUEIO ***
       R0L3.

           PERFORM MONTA-LEGGEN THRU MONTA-LEGGEN-FIM.

      ***** ASSINATURAS DAS CONSULTAS (OPCIONAL): CONSULTA ASSINADA
      ***** NAO PODE MAIS SER ALTERADA
       R0S.
           MOVE 1 TO W-HASASS
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASASS.

      ***** GESTACOES DO PRE-NATAL (OPCIONAL): MOSTRA A IDADE *******
      ***** GESTACIONAL NA DATA DA CONSULTA **************************
       R0T.
           MOVE 1 TO W-HASGES
           OPEN INPUT CADGESTA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASGES.

      ***** EMPRESAS CLIENTES E VINCULOS DOS PACIENTES (OPCIONAIS) **
       R0U.
           MOVE 1 TO W-HASEMP
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEMP
              GO TO R0V.
           OPEN INPUT CADPACEM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEMP
              CLOSE CADEMPR.

      ***** EXAMES OCUPACIONAIS FATURADOS A EMPRESA ******************
       R0V.
           MOVE 1 TO W-HASCOC
           OPEN I-O CADCONOC
           IF ST-ERRO = "30"
              OPEN OUTPUT CADCONOC
              CLOSE CADCONOC
              OPEN I-O CADCONOC.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCOC.

      ***** SESSOES EM GRUPO (OPCIONAL)
       R0V1.
           MOVE 1 TO W-HASGRP
           OPEN INPUT CADGRUPO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASGRP.

      ***** COTA DE ENCAIXES (OPCIONAL) E MARCA DOS ENCAIXES *********
       R0V2.
           MOVE 1 TO W-HASOVB
           OPEN INPUT CADOVERB
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOVB
              GO TO R0W.
           OPEN I-O CADOVBK
           IF ST-ERRO = "30"
              OPEN OUTPUT CADOVBK
              CLOSE CADOVBK
              OPEN I-O CADOVBK.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOVB
              CLOSE CADOVERB.

      ***** PACOTES DE SESSOES PRE-PAGOS (VENDIDOS NO CAIXA) *********
       R0W.
           MOVE 1 TO W-HASPKT
           OPEN I-O CADPACOT
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPKT
              GO TO R0X.
           OPEN I-O CADUSOPK
           IF ST-ERRO = "30"
              OPEN OUTPUT CADUSOPK
              CLOSE CADUSOPK
              OPEN I-O CADUSOPK.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPKT
              CLOSE CADPACOT.

      ***** EQUIPAMENTOS E LIVRO DE MANUTENCAO (OPCIONAIS) ***********
       R0X.
           MOVE 1 TO W-HASEQP
           OPEN INPUT CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEQP.
           MOVE 1 TO W-HASMNT
           OPEN INPUT CADMANUT
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMNT.

      ***** DOCUMENTOS DOS MEDICOS (OPCIONAL) E TIPOS OBRIGATORIOS **
      ***** DO CADPARAM (DOCOBRIG1 A DOCOBRIG5, VALOR 0 = SO AVISA) *
       R0Y.
           MOVE 1 TO W-HASDOC
           OPEN INPUT CADDOCMD
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASDOC.
           MOVE 1 TO W-IOB.
       R0Y-OBRIG.
           IF W-HASPAR = 0
              GO TO R1.
           MOVE SPACES TO CHAVEPAR
           STRING "DOCOBRIG" W-IOB DELIMITED BY SIZE INTO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR = 0
                 MOVE 0 TO W-OBRIG (W-IOB)
              ELSE
                 MOVE 1 TO W-OBRIG (W-IOB).
           IF W-IOB < 5
              ADD 1 TO W-IOB
              GO TO R0Y-OBRIG.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************     
       R1.
           MOVE "N" TO CONFIRMACONS
           MOVE SPACES TO MOTIVOGLOSA
           MOVE ZEROS TO KEYRETORNO
           MOVE ZEROS TO W-ASO W-ASOPERG W-ASOEMP W-ASOVAL W-ASOVIG
           MOVE ZEROS TO W-ENCAIXE
           MOVE SPACES TO W-ASOTIPO
           PERFORM ZERA-ESPEC THRU ZERA-ESPEC-FIM
           DISPLAY TELACON2.
           
                DISPLAY TXTPLANO
                DISPLAY TELACON2.
       R3.
           IF W-ASOPERG = 0
              PERFORM PERG-ASO THRU PERG-ASO-FIM.
           ACCEPT TDATACON
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF W-ASO = 1 AND W-ASOVIG > 0
              AND ANOCON1 * 10000 + MESCON1 * 100 + DIACON1 > W-ASOVIG
              MOVE "*** CONTRATO DA EMPRESA VENCIDO NESTA DATA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           PERFORM CHK-CART THRU CHK-CART-FIM
           IF W-ASO = 1
              MOVE 0 TO W-CARTVENC.
           IF W-CARTVENC = 1
              MOVE "*** CARTEIRINHA DO CONVENIO VENCIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
              IF W-LIBOK = 0
                 GO TO R3.
           PERFORM MOSTRA-IG THRU MOSTRA-IG-FIM.

       R3A.
           ACCEPT TSEQCON
                MOVE CODCID1 TO CODCID 
                MOVE 1 TO FLAG            
                PERFORM LER-CID
                PERFORM LER-ASO THRU LER-ASO-FIM

                DISPLAY TELACON2
                PERFORM MOSTRA-IG THRU MOSTRA-IG-FIM
                IF STATUSCONS = "W"
                   GO TO PendWeb
                ELSE
              MOVE "*** MEDICO NAO ATENDE NESTA UNIDADE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           PERFORM CHK-DOC THRU CHK-DOC-FIM
           IF W-DOCCONF = 2 AND W-SEL = 0
              MOVE W-DOCMENS TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           IF W-DOCCONF NOT = 0
              MOVE W-DOCMENS TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           IF W-ASO = 1
              GO TO R4A-AUSEN.
           PERFORM CHK-COBER THRU CHK-COBER-FIM
           IF W-COBREOK = 0
              MOVE "*** CONVENIO NAO COBRE A ESPECIALIDADE ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           PERFORM CHK-LIMITE THRU CHK-LIMITE-FIM.
       R4A-AUSEN.
           PERFORM CHK-AUSEN THRU CHK-AUSEN-FIM
           IF W-AUSENTE = 1
              MOVE SPACES TO MENS
       CHK-DUPHR.
           IF W-SEL NOT = 0
              GO TO R4B.
           MOVE ZEROS          TO W-ENCAIXE
           MOVE CPFC           TO W-CHKCPFC
           MOVE DATACON1       TO W-CHKDATACON1
           MOVE SEQCON         TO W-CHKSEQCON
                 MOVE W-CHKSEQCON   TO SEQCON
                 MOVE W-CHKCODMED   TO CODMEDICO
                 MOVE W-CHKHORA     TO HORACON
                 PERFORM CHK-ENCAIXE THRU CHK-ENCAIXE-FIM
                 IF W-ENCAIXE = 1
                    GO TO CHK-DUPHR-OK
                 ELSE
                    PERFORM RMensa THRU RMensa-FIM
                    GO TO R4A.
           GO TO CHK-DUPHR-LER.

       CHK-DUPHR-OK.
           MOVE W-CHKSEQCON    TO SEQCON
           MOVE W-CHKCODMED    TO CODMEDICO
           MOVE W-CHKHORA      TO HORACON
           PERFORM CHK-GRUPO THRU CHK-GRUPO-FIM
           IF W-GRPCONF = 1
              MOVE "*** HORARIO RESERVADO P/ SESSAO EM GRUPO ***"
                                                           TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4A.
           PERFORM CHK-DUPPAC THRU CHK-DUPPAC-FIM
           GO TO R4B.

                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4B.
           PERFORM CHK-GRUPO THRU CHK-GRUPO-FIM
           IF W-GRPCONF NOT = 0
              MOVE "*** SALA RESERVADA P/ SESSAO EM GRUPO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4B.
           IF W-SEL NOT = 0
              GO TO R4B-FIM.
           PERFORM CHK-MANUT THRU CHK-MANUT-FIM
           IF W-MNTCONF = 1
              MOVE "*** SALA BLOQUEADA P/ MANUTENCAO NESTA DATA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4B.
       R4B-FIM.
           EXIT.

              MOVE "*** PROCEDIMENTO INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4C.
           IF W-SEL NOT = 0
              GO TO R5.
           PERFORM CHK-EQUIP THRU CHK-EQUIP-FIM
           IF W-EQPCONF = 1
              MOVE "*** EQUIPAMENTO DO PROCEDIMENTO INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4C.

       R5.
           DISPLAY (20, 01) "(DIGITE ? PARA BUSCAR O CID PELO NOME)"
       R7R.
           IF W-SEL NOT = 0
              GO TO R7R-FIM.
           IF W-ASO = 1
              GO TO R7R-NAO.
           MOVE "N" TO W-OPCAO
           DISPLAY (20, 01) LIMPA
           DISPLAY (20, 01) "RETORNO DE CONSULTA ANTERIOR (S/N) : "
           ACCEPT (20, 39) W-OPCAO WITH UPDATE
           IF W-OPCAO = "S" OR "s"
              GO TO R7R-PEDE.
       R7R-NAO.
           MOVE W-UNIDSESS TO UNIDCONS
           MOVE "N" TO INDRETORNO GLOSACONS REENVIOCONS
           MOVE "N" TO CONFIRMACONS

      ***** AUTORIZACAO DE CONVENIO (PLANOS QUE EXIGEM PRE-APROVACAO)
       R7A.
           IF CODPLANO < 4 OR W-ASO = 1
              MOVE SPACES TO AUTORIZACAO
              GO TO INC-OPC.
           DISPLAY TELACON2.
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MONTA-SNAPCONV THRU MONTA-SNAPCONV-FIM
                PERFORM BUSCA-ORCAM THRU BUSCA-ORCAM-FIM
                IF INDRETORNO = "S"
                   MOVE ZEROS TO VALORCONSULTACONS.
                MOVE "A" TO STATUSCONS
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      PERFORM XREF-ADD THRU XREF-ADD-FIM
                      PERFORM GRAVA-ASO THRU GRAVA-ASO-FIM
                      PERFORM MARCA-ORCAM THRU MARCA-ORCAM-FIM
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      PERFORM GRAVA-ENCAIXE THRU GRAVA-ENCAIXE-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO INC-SERIE.
      ***** OFERECE A GERACAO DE UMA SERIE SEMANAL DE CONSULTAS ****
      ***** (FISIOTERAPIA/PSICOLOGIA: MESMO MEDICO E HORARIO) ******
       INC-SERIE.
                IF W-ASO = 1
                   GO TO INC-ENCAM.
                MOVE "N" TO W-OPCAO
                DISPLAY (24, 12) "GERAR SERIE SEMANAL (S/N) : "
                ACCEPT (24, 41) W-OPCAO WITH UPDATE
                   PERFORM SERIE-FALHA THRU SERIE-FALHA-FIM
                   ADD 1 TO W-SIDX
                   GO TO SERIE-LOOP.
                PERFORM CHK-MANUT THRU CHK-MANUT-FIM
                IF W-MNTCONF = 1
                   MOVE "MANUTENC" TO W-FALMOT
                   PERFORM SERIE-FALHA THRU SERIE-FALHA-FIM
                   ADD 1 TO W-SIDX
                   GO TO SERIE-LOOP.
                PERFORM CHK-EQUIP THRU CHK-EQUIP-FIM
                IF W-EQPCONF = 1
                   MOVE "EQUIPAM." TO W-FALMOT
                   PERFORM SERIE-FALHA THRU SERIE-FALHA-FIM
                   ADD 1 TO W-SIDX
                   GO TO SERIE-LOOP.
                PERFORM CHK-DOC THRU CHK-DOC-FIM
                IF W-DOCCONF = 2
                   MOVE "DOCUMENT" TO W-FALMOT
                   PERFORM SERIE-FALHA THRU SERIE-FALHA-FIM
                   ADD 1 TO W-SIDX
                   GO TO SERIE-LOOP.
                PERFORM MONTA-OCUP THRU MONTA-OCUP-FIM
                COMPUTE W-SLOTHM = HORACONH * 100 + HORACONM
                PERFORM CHK-OCUP THRU CHK-OCUP-FIM
                ACCEPT (24, 38) W-OPCAO WITH UPDATE
                DISPLAY (24, 12) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-ANAM.
                CALL "SMP019" ON OVERFLOW
                   MOVE "* ERRO NA CHAMADA DO RECEITUARIO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-ANAM.
                CANCEL "SMP019".

      ***** OFERECE A ANAMNESE DA ESPECIALIDADE (SO PRIMEIRA VEZ) **
       INC-ANAM.
                IF INDRETORNO = "S"
                   GO TO INC-EVOL.
                MOVE "N" TO W-OPCAO
                DISPLAY (24, 12) "REGISTRAR ANAMNESE (S/N) : "
                ACCEPT (24, 39) W-OPCAO WITH UPDATE
                DISPLAY (24, 12) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-EVOL.
                CALL "SMP056" ON OVERFLOW
                   MOVE "* ERRO NA CHAMADA DA ANAMNESE *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-EVOL.
                CANCEL "SMP056".

      ***** OFERECE O REGISTRO DA EVOLUCAO CLINICA (SOAP) **********
       INC-EVOL.
                MOVE "N" TO W-OPCAO
                DISPLAY (24, 12) "REGISTRAR EVOLUCAO (S/N) : "
                ACCEPT (24, 39) W-OPCAO WITH UPDATE
                DISPLAY (24, 12) LIMPA
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO R1.
       EvolOpc.
                CALL "SMP053" ON OVERFLOW
                   MOVE "* ERRO NA CHAMADA DA EVOLUCAO CLINICA *"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                CANCEL "SMP053"
                GO TO R1.
      ***** ASSINATURA DA CONSULTA PELO MEDICO E ADENDOS ************
       AssinOpc.
                CALL "SMP054" ON OVERFLOW
                   MOVE "* ERRO NA CHAMADA DA ASSINATURA *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                CANCEL "SMP054"
                GO TO R1.
      ***** RESPOSTAS DO MODELO DE ANAMNESE DA ESPECIALIDADE ********
       AnamOpc.
                CALL "SMP056" ON OVERFLOW
                   MOVE "* ERRO NA CHAMADA DA ANAMNESE *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                CANCEL "SMP056"
                GO TO R1.

      ***** PRE-AGENDAMENTO VINDO DA WEB (SMPRWEB): CONFIRMA ********
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                PERFORM CHK-DOC THRU CHK-DOC-FIM
                IF W-DOCCONF NOT = 0
                   MOVE W-DOCMENS TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   IF W-DOCCONF = 2
                      GO TO R1.
                PERFORM MONTA-SNAPCONV THRU MONTA-SNAPCONV-FIM
                MOVE "A" TO STATUSCONS.
       PendWeb-RW.

      ***************** GRUD ****************
        Ace01.
                DISPLAY (23, 12)
                     "V=EVOLUCAO CLINICA (SOAP)  D=ASSINATURA/ADENDO"
                DISPLAY (23, 60) "Q=ANAMNESE"
                DISPLAY (24, 12)
         "N=NOVO A=ALT E=EXCL F=FALTA R=REALIZ S=C.SERIE M=REMARCA"
                ACCEPT (24, 70) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "F"
                    AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "S"
                    AND W-OPCAO NOT = "M" AND W-OPCAO NOT = "V"
                    AND W-OPCAO NOT = "D" AND W-OPCAO NOT = "Q"
                    GO TO Ace01.
                MOVE SPACES TO MENS
                DISPLAY (24, 12) MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "V"
                   GO TO EvolOpc.
                IF W-OPCAO = "D"
                   GO TO AssinOpc.
                IF W-OPCAO = "Q"
                   GO TO AnamOpc.
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "A" OR W-OPCAO = "E" OR W-OPCAO = "M"
                   OR W-OPCAO = "F" OR W-OPCAO = "S"
                   PERFORM CHK-ASSIN THRU CHK-ASSIN-FIM
                   IF W-ASSINADA = 1
                      MOVE "*** CONSULTA ASSINADA: USE ADENDO ***"
                                                             TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO Ace01.
                IF W-OPCAO = "A" OR W-OPCAO = "E" OR W-OPCAO = "M"
                   PERFORM CHK-FECHADO THRU CHK-FECHADO-FIM
                   IF W-PERFECHADO = 1
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO RealOpc.
      ***** CONSULTA COBERTA POR PACOTE NAO COBRA COPAGAMENTO ********
       RealPac.
                MOVE 0 TO W-PKACHOU
                IF STATUSCONS NOT = "R"
                   PERFORM ACHA-PACOTE THRU ACHA-PACOTE-FIM.
                IF W-PKACHOU = 1
                   MOVE ZEROS TO VALORCOPAGTOCONS.
       RealRw1.
                IF STATUSCONS = "C"
                   MOVE "*** CONSULTA JA FOI CANCELADA ***" TO MENS
                IF ST-ERRO = "00"
                   MOVE "REALIZADA" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   PERFORM CONSOME-PACOTE THRU CONSOME-PACOTE-FIM
                   MOVE "*** CONSULTA MARCADA COMO REALIZADA ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   MOVE "*** MEDICO AUSENTE NA NOVA DATA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO Remarca2.
                PERFORM CHK-MANUT THRU CHK-MANUT-FIM
                IF W-MNTCONF = 1
                   MOVE "*** SALA EM MANUTENCAO NA NOVA DATA ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO Remarca2.
                PERFORM CHK-EQUIP THRU CHK-EQUIP-FIM
                IF W-EQPCONF = 1
                   MOVE "*** EQUIPAMENTO INDISPONIVEL NA NOVA DATA ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO Remarca2.
                PERFORM CHK-DOC THRU CHK-DOC-FIM
                IF W-DOCCONF NOT = 0
                   MOVE W-DOCMENS TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   IF W-DOCCONF = 2
                      GO TO Remarca2.
                PERFORM MONTA-OCUP THRU MONTA-OCUP-FIM
                COMPUTE W-SLOTHM = HORACONH * 100 + HORACONM
                PERFORM CHK-OCUP THRU CHK-OCUP-FIM
      ***** TRANSPORTA AS DEPENDENCIAS E CORRIGE OS RETORNOS
                PERFORM REMARCA-RECEI THRU REMARCA-RECEI-FIM
                PERFORM REMARCA-EXAME THRU REMARCA-EXAME-FIM
                PERFORM REMARCA-ASO THRU REMARCA-ASO-FIM
                PERFORM REMARCA-RET THRU REMARCA-RET-FIM
                MOVE "*** CONSULTA REMARCADA ***" TO MENS
                PERFORM RMensa THRU RMensa-FIM
       REMARCA-EXAME-FIM.
                EXIT.

      ***** MOVE O EXAME OCUPACIONAL PARA A NOVA CHAVE *************
       REMARCA-ASO.
                IF W-HASCOC = 0
                   GO TO REMARCA-ASO-FIM.
                MOVE W-RMOCPF  TO CPFOC
                MOVE W-RMODATA TO DATAOC
                MOVE W-RMOSEQ  TO SEQOC
                READ CADCONOC
                IF ST-ERRO NOT = "00"
                   GO TO REMARCA-ASO-FIM.
                DELETE CADCONOC RECORD
                MOVE W-RMNDATA TO DATAOC
                MOVE W-RMNSEQ  TO SEQOC
                WRITE REGCONOC.
       REMARCA-ASO-FIM.
                EXIT.

      ***** CORRIGE AS CONSULTAS DE RETORNO QUE APONTAVAM PARA *****
      ***** A CHAVE ANTIGA DA CONSULTA REMARCADA *******************
       REMARCA-RET.
                   GO TO AltOpc.
       AltRw1.
                PERFORM MONTA-SNAPCONV THRU MONTA-SNAPCONV-FIM
                PERFORM BUSCA-ORCAM THRU BUSCA-ORCAM-FIM
                IF INDRETORNO = "S"
                   MOVE ZEROS TO VALORCONSULTACONS.
                REWRITE REGCONSU
                   GO TO AltRw1.
                IF ST-ERRO = "00" OR "02"
                   PERFORM XREF-ALT THRU XREF-ALT-FIM
                   PERFORM GRAVA-ASO THRU GRAVA-ASO-FIM
                   PERFORM MARCA-ORCAM THRU MARCA-ORCAM-FIM
                   MOVE "ALTERACAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   IF W-PRECOOK = 1
                      MOVE W-PRECOVAL TO VALORCONSULTACONS
                      MOVE W-PRECOCOP TO VALORCOPAGTOCONS.
      ***** EXAME OCUPACIONAL: PRECO DO CONTRATO, SEM COPARTICIPACAO
                IF W-ASO = 1
                   MOVE W-ASOVAL TO VALORCONSULTACONS
                   MOVE ZEROS    TO VALORCOPAGTOCONS.
       MONTA-SNAPCONV-FIM.
                EXIT.

      ***** PACIENTE PARTICULAR COM ORCAMENTO ACEITO: O PROCEDIMENTO *
      ***** SAI PELO VALOR ORCADO. PREFERE O ITEM JA LIGADO A ESTA ***
      ***** CONSULTA; SENAO O PRIMEIRO ITEM LIVRE DO MESMO CODIGO ****
       BUSCA-ORCAM.
                MOVE ZEROS TO W-ORCNUM W-ORCIT
                IF W-HASORC = 0 OR W-CONVPART = 0 OR CODPROC = 0
                   GO TO BUSCA-ORCAM-FIM.
                IF DOCONVENIO NOT = W-CONVPART OR INDRETORNO = "S"
                   GO TO BUSCA-ORCAM-FIM.
                IF W-ASO = 1
                   GO TO BUSCA-ORCAM-FIM.
                MOVE CPFC TO CPFOR
                START CADORCAM KEY IS NOT LESS CPFOR INVALID KEY
                   GO TO BUSCA-ORCAM-FIM.
       BUSCA-ORCAM-LER.
                READ CADORCAM NEXT
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-ORCAM-ACHOU.
                IF CPFOR NOT = CPFC
                   GO TO BUSCA-ORCAM-ACHOU.
                IF SITOR NOT = "A" AND SITOR NOT = "C"
                   GO TO BUSCA-ORCAM-LER.
                MOVE 1 TO W-ORCI.
       BUSCA-ORCAM-IT.
                IF W-ORCI > QTDITOR
                   GO TO BUSCA-ORCAM-LER.
                IF CODPROCOI (W-ORCI) NOT = CODPROC
                   GO TO BUSCA-ORCAM-PROX.
                IF KEYCONSOI (W-ORCI) = KEYPRINCIPAL
                   MOVE NUMORC TO W-ORCNUM
                   MOVE W-ORCI TO W-ORCIT
                   MOVE VALOROI (W-ORCI) TO W-ORCVAL
                   GO TO BUSCA-ORCAM-ACHOU.
                IF KEYCONSOI (W-ORCI) = ZEROS AND W-ORCNUM = 0
                   MOVE NUMORC TO W-ORCNUM
                   MOVE W-ORCI TO W-ORCIT
                   MOVE VALOROI (W-ORCI) TO W-ORCVAL.
       BUSCA-ORCAM-PROX.
                ADD 1 TO W-ORCI
                GO TO BUSCA-ORCAM-IT.
       BUSCA-ORCAM-ACHOU.
                IF W-ORCNUM > 0
                   MOVE W-ORCVAL TO VALORCONSULTACONS
                   MOVE W-ORCVAL TO VALORCOPAGTOCONS.
       BUSCA-ORCAM-FIM.
                EXIT.

      ***** CONSULTA GRAVADA: LIGA O ITEM DO ORCAMENTO A ELA E, COM **
      ***** TODOS OS ITENS AGENDADOS, O ORCAMENTO FICA CONVERTIDO ****
       MARCA-ORCAM.
                IF W-ORCNUM = 0
                   GO TO MARCA-ORCAM-FIM.
                MOVE W-ORCNUM TO NUMORC.
       MARCA-ORCAM-LER.
                READ CADORCAM
                IF ST-ERRO (1:1) = "9"
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO MARCA-ORCAM-LER.
                IF ST-ERRO NOT = "00"
                   GO TO MARCA-ORCAM-FIM.
                IF KEYCONSOI (W-ORCIT) = KEYPRINCIPAL
                   GO TO MARCA-ORCAM-FIM.
                IF KEYCONSOI (W-ORCIT) NOT = ZEROS
                   GO TO MARCA-ORCAM-FIM.
                MOVE KEYPRINCIPAL TO KEYCONSOI (W-ORCIT)
                MOVE ZEROS TO W-ORCLIV
                MOVE 1 TO W-ORCI.
       MARCA-ORCAM-IT.
                IF W-ORCI > QTDITOR
                   GO TO MARCA-ORCAM-RW.
                IF KEYCONSOI (W-ORCI) = ZEROS
                   ADD 1 TO W-ORCLIV.
                ADD 1 TO W-ORCI
                GO TO MARCA-ORCAM-IT.
       MARCA-ORCAM-RW.
                IF W-ORCLIV = 0
                   ACCEPT W-ORCHOJE FROM DATE YYYYMMDD
                   MOVE "C" TO SITOR
                   MOVE W-ORCHOJE TO DATASITOR.
                REWRITE REGORCAM
                IF ST-ERRO (1:1) = "9"
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO MARCA-ORCAM-RW.
       MARCA-ORCAM-FIM.
                EXIT.

      ***** PACIENTE VINCULADO A EMPRESA CLIENTE: OFERECE O EXAME ****
      ***** OCUPACIONAL (ASO), FATURADO A EMPRESA E NAO AO CONVENIO **
       PERG-ASO.
           MOVE 1 TO W-ASOPERG
           MOVE 0 TO W-ASO
           MOVE ZEROS TO W-ASOEMP W-ASOVAL W-ASOVIG
           MOVE SPACES TO W-ASOTIPO
           IF W-HASEMP = 0 OR W-HASCOC = 0
              GO TO PERG-ASO-FIM.
           MOVE CPFC  TO CPFPE
           MOVE ZEROS TO CODEMPPE
           START CADPACEM KEY IS NOT LESS KEYPACEM INVALID KEY
              GO TO PERG-ASO-FIM.
       PERG-ASO-VINC.
           READ CADPACEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO PERG-ASO-FIM.
           IF CPFPE NOT = CPFC
              GO TO PERG-ASO-FIM.
           IF SITPE = "I"
              GO TO PERG-ASO-VINC.
           MOVE CODEMPPE TO W-ASOEMP
           MOVE "N" TO W-OPCAO
           DISPLAY (20, 01) LIMPA
           DISPLAY (20, 01) "EXAME OCUPACIONAL DA EMPRESA (S/N) : "
           ACCEPT (20, 38) W-OPCAO WITH UPDATE
           DISPLAY (20, 01) LIMPA
           IF W-OPCAO NOT = "S" AND "s"
              MOVE ZEROS TO W-ASOEMP
              GO TO PERG-ASO-FIM.
       PERG-ASO-EMP.
           DISPLAY (20, 01) LIMPA
           DISPLAY (20, 01) "EMPRESA (0=DESISTE): "
           ACCEPT (20, 22) W-ASOEMP WITH UPDATE
           IF W-ASOEMP = 0
              DISPLAY (20, 01) LIMPA
              GO TO PERG-ASO-FIM.
           MOVE CPFC     TO CPFPE
           MOVE W-ASOEMP TO CODEMPPE
           READ CADPACEM
           IF ST-ERRO NOT = "00" OR SITPE = "I"
              MOVE "*** PACIENTE SEM VINCULO ATIVO COM A EMPRESA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PERG-ASO-EMP.
           MOVE W-ASOEMP TO CODEMP
           READ CADEMPR
           IF ST-ERRO NOT = "00" OR SITEMP = "I"
              MOVE "*** EMPRESA INATIVA OU NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PERG-ASO-EMP.
           DISPLAY (20, 28) RAZAOEMP.
       PERG-ASO-TIPO.
           MOVE SPACES TO W-ASOTIPO
           MOVE ZEROS  TO W-ASOVAL
           DISPLAY (21, 01)
                   "A=ADMISS P=PERIOD D=DEMISS R=RETORNO M=MUD.FUNCAO"
           DISPLAY (22, 01) "TIPO DO ASO: "
           ACCEPT (22, 14) W-ASOTIPO
           IF W-ASOTIPO = "A"
              MOVE PRECOADM TO W-ASOVAL.
           IF W-ASOTIPO = "P"
              MOVE PRECOPER TO W-ASOVAL.
           IF W-ASOTIPO = "D"
              MOVE PRECODEM TO W-ASOVAL.
           IF W-ASOTIPO = "R"
              MOVE PRECORET TO W-ASOVAL.
           IF W-ASOTIPO = "M"
              MOVE PRECOMUD TO W-ASOVAL.
           IF W-ASOTIPO NOT = "A" AND W-ASOTIPO NOT = "P"
              AND W-ASOTIPO NOT = "D" AND W-ASOTIPO NOT = "R"
              AND W-ASOTIPO NOT = "M"
              MOVE "*** TIPO DEVE SER A, P, D, R OU M ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PERG-ASO-TIPO.
           IF W-ASOVAL = 0
              MOVE "*** TIPO DE ASO NAO CONTRATADO PELA EMPRESA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PERG-ASO-TIPO.
           DISPLAY (20, 01) LIMPA
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA
           MOVE 1 TO W-ASO
           COMPUTE W-ASOVIG = ANOVEMP * 10000 + MESVEMP * 100
                            + DIAVEMP
           MOVE "*** EXAME OCUPACIONAL - FATURADO A EMPRESA ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM.
       PERG-ASO-FIM.
           EXIT.

      ***** CONSULTA JA GRAVADA: CARREGA O EXAME OCUPACIONAL ********
       LER-ASO.
           MOVE 0 TO W-ASO
           MOVE 1 TO W-ASOPERG
           IF W-HASCOC = 0
              GO TO LER-ASO-FIM.
           MOVE KEYPRINCIPAL TO KEYCONOC
           READ CADCONOC
           IF ST-ERRO NOT = "00"
              GO TO LER-ASO-FIM.
           MOVE 1 TO W-ASO
           MOVE CODEMPOC  TO W-ASOEMP
           MOVE TIPOASOOC TO W-ASOTIPO
           MOVE VALOROC   TO W-ASOVAL
           MOVE "*** EXAME OCUPACIONAL - FATURADO A EMPRESA ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM.
       LER-ASO-FIM.
           EXIT.

      ***** GRAVA O EXAME OCUPACIONAL DA NOVA CONSULTA ***************
       GRAVA-ASO.
           IF W-ASO = 0 OR W-HASCOC = 0
              GO TO GRAVA-ASO-FIM.
           MOVE KEYPRINCIPAL TO KEYCONOC
           READ CADCONOC
           IF ST-ERRO = "00"
              GO TO GRAVA-ASO-FIM.
           MOVE KEYPRINCIPAL TO KEYCONOC
           MOVE W-ASOEMP  TO CODEMPOC
           MOVE W-ASOTIPO TO TIPOASOOC
           MOVE W-ASOVAL  TO VALOROC
           MOVE ZEROS     TO NUMASOOC DATAASOOC CRMASOOC NUMFATOC
           MOVE SPACES    TO RESULTOC OBSASOOC
           WRITE REGCONOC.
       GRAVA-ASO-FIM.
           EXIT.

      ***** PRECO VIGENTE NA DATA DA CONSULTA (CADPRECO COM **********
      ***** VIGENCIA: VALE A ULTIMA VIGENCIA NAO POSTERIOR) **********
       BUSCA-PRECO.
       CHK-RETORNO-FIM.
           EXIT.

      ***** PACIENTE COM GESTACAO EM CURSO: IDADE GESTACIONAL NA ****
      ***** DATA DA CONSULTA E DATA PROVAVEL DO PARTO ****************
       MOSTRA-IG.
           MOVE SPACES TO W-IGTXT
           IF W-HASGES = 0
              GO TO MOSTRA-IG-FIM.
           MOVE DIACON1 TO W-DSDIA
           MOVE MESCON1 TO W-DSMES
           MOVE ANOCON1 TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-IGCONSER
           MOVE CPFC TO CPFGE
           MOVE ZEROS TO SEQGE
           START CADGESTA KEY IS NOT LESS KEYGESTA INVALID KEY
              GO TO MOSTRA-IG-FIM.
       MOSTRA-IG-LER.
           READ CADGESTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-IG-FIM.
           IF CPFGE NOT = CPFC
              GO TO MOSTRA-IG-FIM.
           IF SITUACAOGE NOT = "A"
              GO TO MOSTRA-IG-LER.
           MOVE DIADUM TO W-DSDIA
           MOVE MESDUM TO W-DSMES
           MOVE ANODUM TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-IGDUMSER
           IF W-IGCONSER < W-IGDUMSER
              GO TO MOSTRA-IG-FIM.
           COMPUTE W-IGDIFDIAS = W-IGCONSER - W-IGDUMSER
           DIVIDE W-IGDIFDIAS BY 7 GIVING W-IGSEM
                  REMAINDER W-IGDIA
           IF RISCOGE = "A"
              STRING "GEST.ALTO RISCO IG " W-IGSEM "S" W-IGDIA
                     "D DPP " DIADPP "/" MESDPP "/" ANODPP
                     DELIMITED BY SIZE INTO W-IGTXT
           ELSE
              STRING "GESTANTE IG " W-IGSEM "S" W-IGDIA "D DPP "
                     DIADPP "/" MESDPP "/" ANODPP
                     DELIMITED BY SIZE INTO W-IGTXT.
           DISPLAY (06, 41) W-IGTXT.
       MOSTRA-IG-FIM.
           EXIT.

      ***** NUMERO DE DIA CORRIDO (SERIAL) DE UMA DATA ***************
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
       CALC-SERIAL-FIM.
           EXIT.

      ***** PACOTE ABERTO DO PACIENTE PARA O PROCEDIMENTO DA ********
      ***** CONSULTA, COM SALDO E DENTRO DA VALIDADE (O MAIS ANTIGO) *
       ACHA-PACOTE.
           MOVE 0 TO W-PKACHOU
           IF W-HASPKT = 0 OR CODPROC = 0
              GO TO ACHA-PACOTE-FIM.
      ***** EXAME OCUPACIONAL E DA EMPRESA, NAO USA O PACOTE
           IF W-HASCOC = 1
              MOVE KEYPRINCIPAL TO KEYCONOC
              READ CADCONOC
              IF ST-ERRO = "00"
                 GO TO ACHA-PACOTE-FIM.
           COMPUTE W-PKCONS = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           MOVE CPFC  TO CPFPK
           MOVE ZEROS TO SEQPK
           START CADPACOT KEY IS NOT LESS KEYPACOT INVALID KEY
              GO TO ACHA-PACOTE-FIM.
       ACHA-PACOTE-LER.
           READ CADPACOT NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-PACOTE-FIM.
           IF CPFPK NOT = CPFC
              GO TO ACHA-PACOTE-FIM.
           IF SITPK NOT = "A" OR CODPROCPK NOT = CODPROC
              GO TO ACHA-PACOTE-LER.
           IF QTDUSOPK NOT < QTDCOMPK
              GO TO ACHA-PACOTE-LER.
           COMPUTE W-PKVAL = ANOVPK * 10000 + MESVPK * 100 + DIAVPK
           IF W-PKCONS > W-PKVAL
              GO TO ACHA-PACOTE-LER.
           MOVE 1     TO W-PKACHOU
           MOVE SEQPK TO W-PKSEQ.
       ACHA-PACOTE-FIM.
           EXIT.

      ***** BAIXA UMA SESSAO DO PACOTE E REGISTRA O USO **************
       CONSOME-PACOTE.
           IF W-PKACHOU = 0
              GO TO CONSOME-PACOTE-FIM.
           MOVE CPFC    TO CPFPK
           MOVE W-PKSEQ TO SEQPK
           READ CADPACOT
           IF ST-ERRO NOT = "00"
              GO TO CONSOME-PACOTE-FIM.
           ADD 1 TO QTDUSOPK
           IF QTDUSOPK NOT < QTDCOMPK
              MOVE "E" TO SITPK.
       CONSOME-PACOTE-RW.
           REWRITE REGPACOT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CONSOME-PACOTE-RW.
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO NA BAIXA DA SESSAO DO PACOTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO CONSOME-PACOTE-FIM.
           MOVE KEYPRINCIPAL TO KEYUSOPK
           MOVE W-PKSEQ      TO SEQPKUK
           MOVE CODPROC      TO CODPROCUK
           ACCEPT DATAREGUK FROM DATE YYYYMMDD
           WRITE REGUSOPK
           MOVE SPACES TO MENS
           STRING "*** SESSAO DO PACOTE USADA: " QTDUSOPK
                  " DE " QTDCOMPK " ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM.
       CONSOME-PACOTE-FIM.
           EXIT.

      ***** APOS UM CANCELAMENTO, OFERECE A VAGA LIBERADA AOS ********
      ***** PACIENTES ABERTOS NA LISTA DE ESPERA DA MESMA DATA *******
       OFERTA-ESPERA.
           MOVE ZEROS                TO KEYRETORNO
           MOVE ZEROS                TO SERIECONS
           MOVE ZEROS                TO MOTIVOCANC QTDREMARC HORACHEG
           MOVE 0                    TO W-ASO
           PERFORM MONTA-SNAPCONV THRU MONTA-SNAPCONV-FIM
           MOVE "A" TO STATUSCONS.
       OFERTA-ESP-WR.
              GO TO CHK-SALA-LER.
           IF CPFC = W-SALCPFC AND SEQCON = W-SALSEQ
              GO TO CHK-SALA-LER.
           IF W-ENCAIXE = 1 AND CODMEDICO = W-SALMED
              GO TO CHK-SALA-LER.
           MOVE 1 TO W-SALACONF.

       CHK-SALA-VOLTA.
       CHK-SALA-FIM.
           EXIT.

      ***** SALA DA CONSULTA RETIRADA DE USO POR MANUTENCAO AGENDADA
      ***** (SMP087) QUE COBRE A DATA DA CONSULTA *********************
       CHK-MANUT.
           MOVE 0 TO W-MNTCONF
           IF W-HASMNT = 0 OR SALACONS = 0
              GO TO CHK-MANUT-FIM.
           COMPUTE W-EQPDATA = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           MOVE SALACONS TO SALAMN
           START CADMANUT KEY IS EQUAL SALAMN INVALID KEY
              GO TO CHK-MANUT-FIM.
       CHK-MANUT-LER.
           READ CADMANUT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-MANUT-FIM.
           IF SALAMN NOT = SALACONS
              GO TO CHK-MANUT-FIM.
           IF SITMN NOT = "A"
              GO TO CHK-MANUT-LER.
           IF DATAINIMN > W-EQPDATA OR DATAFIMMN < W-EQPDATA
              GO TO CHK-MANUT-LER.
           MOVE 1 TO W-MNTCONF.
       CHK-MANUT-FIM.
           EXIT.

      ***** DOCUMENTO DO MEDICO (SMP088) VENCIDO NA DATA DA CONSULTA:*
      ***** W-DOCCONF = 2 SE O TIPO E OBRIGATORIO, 1 SE SO AVISA, ****
      ***** COM O TEXTO PRONTO EM W-DOCMENS. DOCUMENTO NAO ***********
      ***** CADASTRADO NAO BLOQUEIA (COMO O CREDENCIAMENTO) **********
       CHK-DOC.
           MOVE 0 TO W-DOCCONF W-DOCTIPO
           IF W-HASDOC = 0
              GO TO CHK-DOC-FIM.
           COMPUTE W-DOCDATA = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           MOVE CODMEDICO TO CRMDM
           MOVE ZEROS     TO TIPODM ESPDM
           START CADDOCMD KEY IS NOT LESS KEYDOCMD INVALID KEY
              GO TO CHK-DOC-FIM.
       CHK-DOC-LER.
           READ CADDOCMD NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-DOC-MENS.
           IF CRMDM NOT = CODMEDICO
              GO TO CHK-DOC-MENS.
           IF SITUACAODM = "I" OR VALIDDM = 0
              GO TO CHK-DOC-LER.
           IF VALIDDM NOT < W-DOCDATA
              GO TO CHK-DOC-LER.
           IF TIPODM < 1 OR TIPODM > 5
              GO TO CHK-DOC-LER.
           IF W-OBRIG (TIPODM) = 1
              MOVE 2      TO W-DOCCONF
              MOVE TIPODM TO W-DOCTIPO
              GO TO CHK-DOC-MENS.
           IF W-DOCCONF = 0
              MOVE 1      TO W-DOCCONF
              MOVE TIPODM TO W-DOCTIPO.
           GO TO CHK-DOC-LER.
       CHK-DOC-MENS.
           IF W-DOCCONF = 0
              GO TO CHK-DOC-FIM.
           MOVE SPACES TO W-DOCMENS
           IF W-DOCCONF = 2
              STRING "*** DOCUMENTO VENCIDO: "
                     W-NOMETIPDOC (W-DOCTIPO) DELIMITED BY "  "
                     " ***" DELIMITED BY SIZE INTO W-DOCMENS
           ELSE
              STRING "AVISO: DOCUMENTO VENCIDO: "
                     W-NOMETIPDOC (W-DOCTIPO) DELIMITED BY "  "
                     INTO W-DOCMENS.
       CHK-DOC-FIM.
           EXIT.

      ***** PROCEDIMENTO QUE DEPENDE DE EQUIPAMENTO (SMP086): SE A ****
      ***** UNIDADE TEM EQUIPAMENTOS VINCULADOS E NENHUM ESTA EM ******
      ***** SERVICO E FORA DE MANUTENCAO NA DATA, SAI COM *************
      ***** W-EQPCONF = 1. SEM VINCULO, O PROCEDIMENTO E LIVRE ********
       CHK-EQUIP.
           MOVE 0 TO W-EQPCONF W-EQPVINC W-EQPLIVRE
           IF W-HASEQP = 0 OR CODPROC = 0
              GO TO CHK-EQUIP-FIM.
           COMPUTE W-EQPDATA = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           MOVE SPACES TO PATRIMEQ
           START CADEQUIP KEY IS NOT LESS PATRIMEQ INVALID KEY
              GO TO CHK-EQUIP-FIM.
       CHK-EQUIP-LER.
           READ CADEQUIP NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-EQUIP-TOT.
           IF SITUACAOEQ = "I" OR UNIDEQ NOT = UNIDCONS
              GO TO CHK-EQUIP-LER.
           MOVE 1 TO W-EQPIDX.
       CHK-EQUIP-PROC.
           IF PROCEQ (W-EQPIDX) = CODPROC
              GO TO CHK-EQUIP-VINC.
           IF W-EQPIDX < 4
              ADD 1 TO W-EQPIDX
              GO TO CHK-EQUIP-PROC.
           GO TO CHK-EQUIP-LER.
       CHK-EQUIP-VINC.
           ADD 1 TO W-EQPVINC
           IF SITUACAOEQ NOT = "A"
              GO TO CHK-EQUIP-LER.
           IF W-HASMNT = 0
              ADD 1 TO W-EQPLIVRE
              GO TO CHK-EQUIP-TOT.
      ***** O LIVRO DE MANUTENCAO TROCA O REGISTRO CORRENTE: GUARDA ***
      ***** O PATRIMONIO P/ RETOMAR A LEITURA DO CADEQUIP *************
           MOVE PATRIMEQ TO W-EQPPAT PATRIMMN
           MOVE ZEROS    TO DATAINIMN
           START CADMANUT KEY IS NOT LESS KEYMANUT INVALID KEY
              GO TO CHK-EQUIP-LIVRE.
       CHK-EQUIP-MNT.
           READ CADMANUT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-EQUIP-LIVRE.
           IF PATRIMMN NOT = W-EQPPAT
              GO TO CHK-EQUIP-LIVRE.
           IF SITMN NOT = "A"
              GO TO CHK-EQUIP-MNT.
           IF DATAINIMN > W-EQPDATA OR DATAFIMMN < W-EQPDATA
              GO TO CHK-EQUIP-MNT.
           GO TO CHK-EQUIP-LER.
       CHK-EQUIP-LIVRE.
           ADD 1 TO W-EQPLIVRE.
       CHK-EQUIP-TOT.
           IF W-EQPVINC > 0 AND W-EQPLIVRE = 0
              MOVE 1 TO W-EQPCONF.
       CHK-EQUIP-FIM.
           EXIT.

      ***** HORARIO RESERVADO POR SESSAO EM GRUPO ATIVA: MESMO ******
      ***** PROFISSIONAL (1) OU MESMA SALA (2). OS PARTICIPANTES ****
      ***** SAO AGENDADOS PELO SMP070 ********************************
       CHK-GRUPO.
           MOVE 0 TO W-GRPCONF
           IF W-SEL NOT = 0 OR W-HASGRP = 0
              GO TO CHK-GRUPO-FIM.
           MOVE ZEROS TO CODGRP
           START CADGRUPO KEY IS NOT LESS CODGRP INVALID KEY
              GO TO CHK-GRUPO-FIM.
       CHK-GRUPO-LER.
           READ CADGRUPO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-GRUPO-FIM.
           IF SITGRP = "C"
              GO TO CHK-GRUPO-LER.
           IF DATAGRP NOT = DATACON1 OR HORAGRP NOT = HORACON
              GO TO CHK-GRUPO-LER.
           IF CRMGRP = CODMEDICO
              MOVE 1 TO W-GRPCONF
              GO TO CHK-GRUPO-FIM.
           IF SALAGRP = SALACONS AND SALACONS NOT = 0
              MOVE 2 TO W-GRPCONF.
           GO TO CHK-GRUPO-LER.
       CHK-GRUPO-FIM.
           EXIT.

      ***** HORARIO DO MEDICO JA OCUPADO: ACEITA UM ENCAIXE POR *****
      ***** HORARIO, DENTRO DA COTA DIARIA DO MEDICO NAQUELE DIA ****
      ***** DA SEMANA (SMP071). SEM COTA, MANTEM O BLOQUEIO. ********
      ***** SAI COM W-ENCAIXE = 1 OU COM O MOTIVO EM MENS ***********
       CHK-ENCAIXE.
           MOVE 0 TO W-ENCAIXE
           MOVE "*** MEDICO JA TEM CONSULTA NESTE HORARIO ***" TO MENS
           IF W-HASOVB = 0
              GO TO CHK-ENCAIXE-FIM.
           MOVE DIACON1 TO W-ZDIA
           MOVE MESCON1 TO W-ZMES
           MOVE ANOCON1 TO W-ZANO
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE W-CHKCODMED TO CRMOV
           MOVE W-DIASEM    TO DIASEMOV
           READ CADOVERB
           IF ST-ERRO NOT = "00"
              GO TO CHK-ENCAIXE-FIM.
           IF SITOV NOT = "A" OR QTDOV = 0
              GO TO CHK-ENCAIXE-FIM.
           COMPUTE W-OVBDT = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           MOVE ZEROS TO W-OVBQTD
           START CADCONSU KEY IS NOT LESS CODMEDICO INVALID KEY
              GO TO CHK-ENCAIXE-DIA.
       CHK-ENCAIXE-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-ENCAIXE-DIA.
           IF CODMEDICO NOT = W-CHKCODMED
              GO TO CHK-ENCAIXE-DIA.
           IF STATUSCONS = "C" OR "F"
              GO TO CHK-ENCAIXE-LER.
           IF DATACON1 = W-CHKDATACON1 AND HORACON = W-CHKHORA
              ADD 1 TO W-OVBQTD.
           GO TO CHK-ENCAIXE-LER.
       CHK-ENCAIXE-DIA.
           IF W-OVBQTD > 1
              MOVE "*** ESTE HORARIO JA TEM UM ENCAIXE ***" TO MENS
              GO TO CHK-ENCAIXE-VOLTA.
           MOVE ZEROS       TO W-OVBQTD
           MOVE W-CHKCODMED TO CRMOB
           MOVE W-OVBDT     TO DTOB
           START CADOVBK KEY IS NOT LESS CHVMEDOB INVALID KEY
              GO TO CHK-ENCAIXE-COTA.
       CHK-ENCAIXE-LOB.
           READ CADOVBK NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-ENCAIXE-COTA.
           IF CRMOB NOT = W-CHKCODMED OR DTOB NOT = W-OVBDT
              GO TO CHK-ENCAIXE-COTA.
      ***** ENCAIXE CANCELADO DEVOLVE A VAGA DA COTA ***************
           MOVE CPFOB  TO CPFC
           MOVE DATAOB TO DATACON1
           MOVE SEQOB  TO SEQCON
           READ CADCONSU
           IF ST-ERRO = "00" AND STATUSCONS NOT = "C"
              ADD 1 TO W-OVBQTD.
           GO TO CHK-ENCAIXE-LOB.
       CHK-ENCAIXE-COTA.
           IF W-OVBQTD NOT < QTDOV
              MOVE SPACES TO MENS
              STRING "*** COTA DE " QTDOV
                     " ENCAIXES DO DIA ESGOTADA ***"
                     DELIMITED BY SIZE INTO MENS
              GO TO CHK-ENCAIXE-VOLTA.
       CHK-ENCAIXE-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "HORARIO OCUPADO - ENCAIXE (S/N) : "
           ACCEPT (23, 46) W-OPCAO WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "S" OR "s"
              MOVE 1 TO W-ENCAIXE
              GO TO CHK-ENCAIXE-VOLTA.
           IF W-OPCAO NOT = "N" AND "n"
              GO TO CHK-ENCAIXE-OPC.
           MOVE "*** ENCAIXE NAO CONFIRMADO ***" TO MENS.
       CHK-ENCAIXE-VOLTA.
           MOVE W-CHKCPFC      TO CPFC
           MOVE W-CHKDATACON1  TO DATACON1
           MOVE W-CHKSEQCON    TO SEQCON
           MOVE W-CHKCODMED    TO CODMEDICO
           MOVE W-CHKHORA      TO HORACON.
       CHK-ENCAIXE-FIM.
           EXIT.

      ***** MARCA A CONSULTA RECEM GRAVADA COMO ENCAIXE *************
       GRAVA-ENCAIXE.
           IF W-ENCAIXE = 0 OR W-HASOVB = 0
              GO TO GRAVA-ENCAIXE-FIM.
           MOVE CPFC      TO CPFOB
           MOVE DATACON1  TO DATAOB
           MOVE SEQCON    TO SEQOB
           MOVE CODMEDICO TO CRMOB
           COMPUTE DTOB = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           MOVE HORACON   TO HORAOB
           ACCEPT DATAREGOB FROM DATE YYYYMMDD
           MOVE W-CODOPERAUD TO OPEROB
           WRITE REGOVBK
           IF ST-ERRO = "22"
              REWRITE REGOVBK.
           MOVE 0 TO W-ENCAIXE.
       GRAVA-ENCAIXE-FIM.
           EXIT.


      ***** FECHA ENCAMINHAMENTOS ABERTOS DO PACIENTE QUANDO O ******
      ***** MEDICO DESTA CONSULTA TEM A ESPECIALIDADE DE DESTINO *****
       CALC-DIASEM-FIM.
           EXIT.

      ***** VERIFICA SE A CONSULTA JA FOI ASSINADA PELO MEDICO ****
      ***** (O ARQUIVO PODE TER SIDO CRIADO DEPOIS DA ABERTURA) ****
       CHK-ASSIN.
           MOVE 0 TO W-ASSINADA
           IF W-HASASS = 0
              OPEN INPUT CADASSIN
              IF ST-ERRO = "00"
                 MOVE 1 TO W-HASASS
              ELSE
                 GO TO CHK-ASSIN-FIM.
           MOVE CPFC     TO CPFAS
           MOVE DATACON1 TO DATAAS
           MOVE SEQCON   TO SEQAS
           READ CADASSIN
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASSINADA.
       CHK-ASSIN-FIM.
           EXIT.

      ***** AGUARDA UM CURTO INTERVALO PARA RETENTAR UM REGISTRO ****
      ***** QUE ESTA BLOQUEADO POR OUTRO TERMINAL ********************
       ESPERA-BUSY.
       RotinaFim.
       
           CLOSE CADCONSU.
           IF W-HASASS = 1
              CLOSE CADASSIN.
           IF W-HASGES = 1
              CLOSE CADGESTA.
           IF W-HASEMP = 1
              CLOSE CADEMPR CADPACEM.
           IF W-HASCOC = 1
              CLOSE CADCONOC.
           IF W-HASPKT = 1
              CLOSE CADPACOT CADUSOPK.
           IF W-HASGRP = 1
              CLOSE CADGRUPO.
           IF W-HASOVB = 1
              CLOSE CADOVERB CADOVBK.
           IF W-HASEQP = 1
              CLOSE CADEQUIP.
           IF W-HASMNT = 1
              CLOSE CADMANUT.
           IF W-HASDOC = 1
              CLOSE CADDOCMD.
           CLOSE CADCONV.
           CLOSE CADPACI.
           CLOSE CADMED.
              CLOSE CADPROC.
           IF W-HASPRE = 1
              CLOSE CADPRECO.
           IF W-HASORC = 1
              CLOSE CADORCAM.
           IF W-HASCOB = 1
              CLOSE CADCOBER.
           IF W-HASRECX = 1
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADGESTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGESTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGESTA
           MOVE SPACES TO W-ARQ-CADEMPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEMPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEMPR
           MOVE SPACES TO W-ARQ-CADPACEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACEM
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADPACOT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACOT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACOT
           MOVE SPACES TO W-ARQ-CADUSOPK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUSOPK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUSOPK
           MOVE SPACES TO W-ARQ-CADGRUPO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGRUPO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGRUPO
           MOVE SPACES TO W-ARQ-CADOVERB
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVERB.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVERB
           MOVE SPACES TO W-ARQ-CADOVBK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVBK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVBK
           MOVE SPACES TO W-ARQ-CADEQUIP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEQUIP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEQUIP
           MOVE SPACES TO W-ARQ-CADMANUT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMANUT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMANUT
           MOVE SPACES TO W-ARQ-CADDOCMD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCMD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCMD
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPRECO
           MOVE SPACES TO W-ARQ-CADORCAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADORCAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADORCAM
           MOVE SPACES TO W-ARQ-CADCOBER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOBER.DAT" DELIMITED BY SIZE
