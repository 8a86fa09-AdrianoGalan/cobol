       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRDRE.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * DEMONSTRATIVO DE RESULTADO MENSAL POR UNIDADE   *
      * E CONSOLIDADO, COM A MARGEM POR ESPECIALIDADE   *
      * DENTRO DA UNIDADE (DREUNITX.TXT). COLUNAS: MES, *
      * MESMO MES DO ANO ANTERIOR E ACUMULADO NO ANO.   *
      * RECEITAS: FATURAS DE CONVENIO (CADFATUR POR     *
      * UNIDFAT, RATEADAS ENTRE AS ESPECIALIDADES PELO  *
      * VALOR DAS CONSULTAS), MENOS GLOSAS; RECEBIMENTOS*
      * PARTICULARES E COPAGAMENTOS DO CAIXA, MENOS     *
      * ESTORNOS. CUSTOS: REPASSE MEDICO PELAS REGRAS   *
      * DO SMPRREP, MATERIAIS CONSUMIDOS NO CUSTO MEDIO *
      * (COMO NO SMPRVAL) E TAXAS DE CARTAO/PIX         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO  
                                       WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRM
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS NOMEM
                                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS NOMEFONM
                                           WITH DUPLICATES.

       SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESP WITH DUPLICATES.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATURA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCXCAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AUTCC WITH DUPLICATES.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADREPRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPRE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMOVES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOV
                    FILE STATUS  IS ST-ERRO.

       SELECT DREUNITX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSU.
       01 REGCONSU.
          03 KEYPRINCIPAL.
             05 CPFC          PIC 9(11).
             05 DATACON1.
                07 DIACON1     PIC 9(02).
                07 MESCON1     PIC 9(02).
                07 ANOCON1     PIC 9(04).
             05 SEQCON        PIC 9(02).
          03 HORACON.
             05 HORACONH      PIC 9(02).
             05 HORACONM      PIC 9(02).
          03 CODMEDICO        PIC 9(06).
          03 DOCONVENIO       PIC 9(04).
          03 CODCID1          PIC X(05).
          03 CODCID2          PIC X(05).
          03 CODCID3          PIC X(05).
          03 CODCID4          PIC X(05).
          03 DESCRICAO1       PIC X(60).
          03 DESCRICAO2       PIC X(60).
          03 NOMECCONS        PIC X(30).
          03 PLANOCONS        PIC 9(02).
          03 VALORCONSULTACONS PIC 9(06)V99.
          03 VALORCOPAGTOCONS  PIC 9(06)V99.
          03 STATUSCONS        PIC X(01).
          03 AUTORIZACAO       PIC X(10).
          03 INDRETORNO       PIC X(01).
          03 KEYRETORNO.
             05 RETCPF        PIC 9(11).
             05 RETDATA       PIC 9(08).
             05 RETSEQ        PIC 9(02).
          03 SALACONS         PIC 9(02).
          03 CODPROC          PIC 9(04).
          03 GLOSACONS        PIC X(01).
          03 MOTIVOGLOSA      PIC X(03).
          03 REENVIOCONS      PIC X(01).
          03 CONFIRMACONS     PIC X(01).
          03 UNIDCONS         PIC 9(02).
          03 TIPOATEND        PIC X(01).
          03 SERIECONS        PIC 9(06).
          03 QTDREMARC        PIC 9(02).
          03 HORACHEG         PIC 9(04).
          03 MOTIVOCANC       PIC 9(02).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMED.
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOMEM         PIC X(30).
          03 QTDESPEC      PIC 9(01).
          03 ESPECIALIDADE PIC 9(02) OCCURS 6 TIMES.
          03 SEXOMEDICO    PIC X(01).
          03 DNASCM.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SITUACAO      PIC X(01).
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESP.
       01 REGESP.
          03 CODESP        PIC 9(02).
          03 DENOMESP      PIC X(15).
          03 SITUACAO      PIC X(01).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATUR.
       01 REGFATUR.
          03 NUMFATURA     PIC 9(06).
          03 CONVFAT       PIC 9(04).
          03 MESFAT        PIC 9(02).
          03 ANOFAT        PIC 9(04).
          03 QTDFAT        PIC 9(05).
          03 VALORFAT      PIC 9(08)V99.
          03 VALORRECFA    PIC 9(08)V99.
          03 STATUSFAT     PIC X(01).
          03 PROTOCFAT     PIC X(15).
          03 DATAGERFAT    PIC 9(08).
          03 UNIDFAT       PIC 9(02).
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCAIXA.
       01 REGCAIXA.
          03 KEYCAIXA.
             05 CPFCX         PIC 9(11).
             05 DATACX.
                07 DIACX      PIC 9(02).
                07 MESCX      PIC 9(02).
                07 ANOCX      PIC 9(04).
             05 SEQCX         PIC 9(02).
          03 VALORCX          PIC 9(06)V99.
          03 FORMACX          PIC X(01).
          03 OPERCX           PIC 9(04).
          03 SITUACAOCX       PIC X(01).
          03 NUMRECIBO        PIC 9(06).
      *
      ***** RECEBIMENTOS EM CARTAO/PIX (MESMA CHAVE DO CADCAIXA) E
      ***** A LIQUIDACAO PELA ADQUIRENTE. SITCC: A=A LIQUIDAR
      ***** L=LIQUIDADO. PREVCC E DATALQCC NO FORMATO AAAAMMDD
       FD CADCXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCXCAR.
       01 REGCXCAR.
          03 KEYCXCAR.
             05 CPFCC         PIC 9(11).
             05 DATACC        PIC 9(08).
             05 SEQCC         PIC 9(02).
          03 AUTCC            PIC X(12).
          03 BANDCC           PIC X(10).
          03 UNIDCC           PIC 9(02).
          03 FORMACC          PIC X(01).
          03 VALORCC          PIC 9(06)V99.
          03 SITCC            PIC X(01).
          03 PREVCC           PIC 9(08).
          03 DATALQCC         PIC 9(08).
          03 TAXACC           PIC 9(06)V99.
          03 VALLQCC          PIC 9(06)V99.
      *
      ***** ESTORNOS DE RECEBIMENTOS DO CAIXA, UM POR RECIBO.
      ***** KEYCXES = CHAVE DO LANCAMENTO ORIGINAL NO CADCAIXA.
      ***** DATAES NO FORMATO DDMMAAAA (COMO O CADCAIXA) E OPERES
      ***** E O OPERADOR QUE DEVOLVEU (SAIDA NO TURNO DELE).
      ***** SUPES = SUPERVISOR QUE LIBEROU. FORMAES: D/C/P
       FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTOR.
       01 REGESTOR.
          03 NUMRECES         PIC 9(06).
          03 KEYCXES.
             05 CPFES         PIC 9(11).
             05 DATACXES      PIC 9(08).
             05 SEQCXES       PIC 9(02).
          03 DATAES.
             05 DIAES         PIC 9(02).
             05 MESES         PIC 9(02).
             05 ANOES         PIC 9(04).
          03 HORAES           PIC 9(04).
          03 VALORCXES        PIC 9(06)V99.
          03 VALORES          PIC 9(06)V99.
          03 FORMAES          PIC X(01).
          03 MOTIVOES         PIC X(40).
          03 OPERES           PIC 9(04).
          03 SUPES            PIC 9(04).
      *
       FD CADREPRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADREPRE.
       01 REGREPRE.
          03 KEYREPRE.
             05 CRMRP         PIC 9(06).
             05 CODPROCRP     PIC 9(04).
             05 TIPOATDRP     PIC X(01).
          03 PERCRP           PIC 9(03)V99.
          03 VALORFIXRP       PIC 9(06)V99.
          03 SITUACAORP       PIC X(01).
      *
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITEM.
       01 REGITEM.
          03 CODITEM          PIC 9(04).
          03 DENOMITEM        PIC X(30).
          03 UNIDITEM         PIC X(05).
          03 MINESTOQUE       PIC 9(05).
          03 SALDOITEM        PIC 9(06).
          03 SITUACAOIT       PIC X(01).
      *
       FD CADMOVES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMOVES.
       01 REGMOV.
          03 KEYMOV.
             05 CODITMV       PIC 9(04).
             05 DATAMOV.
                07 DIAMOV     PIC 9(02).
                07 MESMOV     PIC 9(02).
                07 ANOMOV     PIC 9(04).
             05 SEQMOV        PIC 9(03).
          03 TIPOMOV          PIC X(01).
          03 QTDMOV           PIC 9(05).
          03 CPFMV            PIC 9(11).
          03 DATACONMV        PIC 9(08).
          03 SEQCONMV         PIC 9(02).
          03 OPERMOV          PIC 9(04).
          03 CUSTOMOV         PIC 9(06)V99.
          03 NUMPEDMV         PIC 9(06).
          03 LOTEMOV          PIC X(10).
          03 VALIDMOV         PIC 9(08).
          03 UNIDMOV          PIC 9(02).
          03 UNIDDEST         PIC 9(02).
      *
       FD DREUNITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-DREUNITX.
       01 REGDREUNITX       PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADCXCAR PIC X(64) VALUE
          "CADCXCAR.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-CADREPRE PIC X(64) VALUE
          "CADREPRE.DAT".
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-DREUNITX PIC X(64) VALUE
          "DREUNITX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-ANOANT    PIC 9(04) VALUE ZEROS.
       01 W-HASMED    PIC 9(01) VALUE ZEROS.
       01 W-HASESP    PIC 9(01) VALUE ZEROS.
       01 W-HASUNI    PIC 9(01) VALUE ZEROS.
       01 W-HASFAT    PIC 9(01) VALUE ZEROS.
       01 W-HASCX     PIC 9(01) VALUE ZEROS.
       01 W-HASCCR    PIC 9(01) VALUE ZEROS.
       01 W-HASEST    PIC 9(01) VALUE ZEROS.
       01 W-HASREG    PIC 9(01) VALUE ZEROS.
       01 W-HASITE    PIC 9(01) VALUE ZEROS.
       01 W-HASMOV    PIC 9(01) VALUE ZEROS.
       01 W-ACHOU     PIC 9(01) VALUE ZEROS.
       01 W-EXCEDEU   PIC 9(01) VALUE ZEROS.
       01 W-ITEXC     PIC 9(05) VALUE ZEROS.
      ***** DATA AAAAMMDD DO FATO E OS PERIODOS EM QUE ELE ENTRA:
      ***** 1 = MES, 2 = MESMO MES DO ANO ANTERIOR, 3 = ACUMULADO
       01 W-DTAMD     PIC 9(08) VALUE ZEROS.
       01 W-DTAMD-R REDEFINES W-DTAMD.
          03 W-PANO   PIC 9(04).
          03 W-PMES   PIC 9(02).
          03 W-PDIA   PIC 9(02).
       01 TABPER.
          03 W-PER    PIC 9(01) OCCURS 3 TIMES.
       01 W-NPER      PIC 9(01) VALUE ZEROS.
       01 W-P         PIC 9(01) VALUE ZEROS.
       01 W-PZ        PIC 9(01) VALUE ZEROS.
       01 W-L         PIC 9(01) VALUE ZEROS.
      ***** LANCAMENTO NA TABELA: UNIDADE, ESPECIALIDADE, LINHA, VALOR
       01 W-UP        PIC 9(02) VALUE ZEROS.
       01 W-EP        PIC 9(02) VALUE ZEROS.
       01 W-PVAL      PIC 9(11)V99 VALUE ZEROS.
      ***** VALORES DA CONSULTA
       01 W-VCONV     PIC 9(08)V99 VALUE ZEROS.
       01 W-RECEBIDO  PIC 9(08)V99 VALUE ZEROS.
       01 W-PARTE     PIC 9(08)V99 VALUE ZEROS.
       01 W-REGRAOK   PIC 9(01) VALUE ZEROS.
       01 W-FATPAGA   PIC 9(01) VALUE ZEROS.
       01 W-CONVPG    PIC 9(04) VALUE ZEROS.
       01 W-AMCON     PIC 9(06) VALUE ZEROS.
      ***** FATURAS QUITADAS (CONVENIO + ANO/MES), PARA O REPASSE
       01 W-NFP       PIC 9(03) COMP VALUE ZEROS.
       01 W-IF        PIC 9(03) COMP VALUE ZEROS.
       01 TABFATPG.
          03 TBF OCCURS 999 TIMES.
             05 TBF-CONV  PIC 9(04).
             05 TBF-AM    PIC 9(06).
      ***** VALOR FATURADO POR UNIDADE DA FATURA (1 = UNIDFAT 0, OU
      ***** SEJA, FATURA DE TODAS AS UNIDADES) E PERIODO
       01 W-IU        PIC 9(03) VALUE ZEROS.
       01 TABFATUN.
          03 TBV OCCURS 100 TIMES.
             05 TBV-VAL   PIC 9(11)V99 OCCURS 3 TIMES.
       01 W-PESO      PIC 9(11)V99 VALUE ZEROS.
       01 W-DIST      PIC 9(11)V99 VALUE ZEROS.
       01 W-FATVAL    PIC 9(11)V99 VALUE ZEROS.
       01 W-ULT       PIC 9(03) COMP VALUE ZEROS.
      ***** RESULTADO POR UNIDADE E ESPECIALIDADE. LINHAS: 1 FATURAS
      ***** DE CONVENIO 2 GLOSAS 3 PARTICULAR/COPAGAMENTO 4 ESTORNOS
      ***** 5 REPASSE 6 MATERIAIS 7 TAXAS DE CARTAO 8 VALOR DAS
      ***** CONSULTAS DE CONVENIO (BASE DO RATEIO DAS FATURAS)
       01 W-NR        PIC 9(03) COMP VALUE ZEROS.
       01 W-IR        PIC 9(03) COMP VALUE ZEROS.
       01 W-JR        PIC 9(03) COMP VALUE ZEROS.
       01 TABRES.
          03 TBR OCCURS 400 TIMES.
             05 TBR-UNI   PIC 9(02).
             05 TBR-ESP   PIC 9(02).
             05 TBR-PER OCCURS 3 TIMES.
                07 TBR-L  PIC 9(11)V99 OCCURS 8 TIMES.
      ***** SOMA DO BLOCO IMPRESSO E OS VALORES DERIVADOS
       01 TABSOMA.
          03 TBS OCCURS 3 TIMES.
             05 TBS-L     PIC 9(11)V99 OCCURS 8 TIMES.
       01 TABDERIV.
          03 TBX OCCURS 3 TIMES.
             05 TBX-RL    PIC S9(11)V99.
             05 TBX-CU    PIC 9(11)V99.
             05 TBX-MG    PIC S9(11)V99.
             05 TBX-PC    PIC S9(05)V9.
       01 TABROT-R.
          03 FILLER PIC X(34) VALUE "RECEITA DE CONVENIOS (FATURAS)".
          03 FILLER PIC X(34) VALUE "(-) GLOSAS".
          03 FILLER PIC X(34) VALUE "RECEITA PARTICULAR E COPAGAMENTO".
          03 FILLER PIC X(34) VALUE "(-) ESTORNOS DO CAIXA".
          03 FILLER PIC X(34) VALUE "(-) REPASSE MEDICO".
          03 FILLER PIC X(34) VALUE "(-) MATERIAIS (CUSTO MEDIO)".
          03 FILLER PIC X(34) VALUE "(-) TAXAS DE CARTAO/PIX".
       01 TABROT REDEFINES TABROT-R.
          03 TBL-ROT  PIC X(34) OCCURS 7 TIMES.
       01 W-UNIATU    PIC 9(03) VALUE ZEROS.
       01 W-UNIMIN    PIC 9(03) VALUE ZEROS.
       01 W-ESPATU    PIC 9(03) VALUE ZEROS.
       01 W-ESPMIN    PIC 9(03) VALUE ZEROS.
       01 W-TODAS     PIC 9(01) VALUE ZEROS.
       01 W-NOMEESP   PIC X(15) VALUE SPACES.
       01 W-NOMEUNI   PIC X(20) VALUE SPACES.
       01 W-VALS-E    PIC -ZZZ.ZZZ.ZZ9,99.
       01 W-PCT-E     PIC -ZZZ9,9.
       01 W-LINHA     PIC X(132) VALUE SPACES.
       01 W-COL       PIC 9(03) VALUE ZEROS.
       01 W-ANOANT-E  PIC 9(04) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** CUSTO MEDIO DOS MATERIAIS (MESMO CALCULO DO SMPRVAL)
       01 W-CHFIM     PIC 9(11) VALUE ZEROS.
       01 W-CHANT     PIC 9(11) VALUE ZEROS.
       01 W-CHMIN     PIC 9(11) VALUE ZEROS.
       01 W-AMDMOV    PIC 9(08) VALUE ZEROS.
       01 W-ESTOUROU  PIC 9(01) VALUE ZEROS.
       01 W-U         PIC 9(03) VALUE ZEROS.
       01 W-D         PIC 9(03) VALUE ZEROS.
       01 W-QMOV      PIC 9(07) VALUE ZEROS.
       01 W-QSAI      PIC 9(07) VALUE ZEROS.
       01 W-CUSTO     PIC 9(06)V9999 VALUE ZEROS.
       01 W-VMOV      PIC 9(09)V99 VALUE ZEROS.
       01 W-QGLOB     PIC 9(09) VALUE ZEROS.
       01 W-VGLOB     PIC 9(11)V99 VALUE ZEROS.
       01 W-NMOV      PIC 9(04) COMP VALUE ZEROS.
       01 W-IM        PIC 9(04) COMP VALUE ZEROS.
       01 W-IX        PIC 9(04) COMP VALUE ZEROS.
       01 TABMOV.
          03 TBM OCCURS 999 TIMES.
             05 TBM-CHAVE PIC 9(11).
             05 TBM-TIPO  PIC X(01).
             05 TBM-QTD   PIC 9(05).
             05 TBM-CUSTO PIC 9(06)V99.
             05 TBM-UNI   PIC 9(02).
             05 TBM-DEST  PIC 9(02).
             05 TBM-CPF   PIC 9(11).
             05 TBM-DATAC PIC 9(08).
             05 TBM-SEQC  PIC 9(02).
       01 TABUNI.
          03 TBU OCCURS 99 TIMES.
             05 TBU-QTD   PIC 9(09).
             05 TBU-VAL   PIC 9(11)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** RESULTADO MENSAL POR UNIDADE ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES  : ".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO  : ".
           05  LINE 09  COLUMN 01
               VALUE  "  COMPARA COM O MESMO MES DO ANO ANTERIOR E".
           05  LINE 10  COLUMN 01
               VALUE  "  TRAZ O ACUMULADO DO ANO ATE O MES".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 10  PIC 9(02)
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 07  COLUMN 10  PIC 9(04)
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 42  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
      *
       INC-001.
           MOVE ZEROS TO W-MESF W-ANOF
           DISPLAY TELAFILTRO
           ACCEPT TW-MESF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESF < 1 OR W-MESF > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-ANOF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOF < 1901
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RELATORIO CANCELADO PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA CONSULTA CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASMED
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMED.
           MOVE 1 TO W-HASESP
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASESP.
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           MOVE 1 TO W-HASFAT
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFAT.
           MOVE 1 TO W-HASCX
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCX.
           MOVE 1 TO W-HASCCR
           OPEN INPUT CADCXCAR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCCR.
           MOVE 1 TO W-HASEST
           OPEN INPUT CADESTOR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEST.
           MOVE 1 TO W-HASREG
           OPEN INPUT CADREPRE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASREG.
           MOVE 1 TO W-HASITE
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASITE.
           MOVE 1 TO W-HASMOV
           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMOV.
           OPEN OUTPUT DREUNITX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DREUNITX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           DISPLAY (14, 01) "*** APURANDO O RESULTADO, AGUARDE ***"
           COMPUTE W-ANOANT = W-ANOF - 1
           MOVE ZEROS TO W-NR W-NFP W-EXCEDEU W-ITEXC
           MOVE 1 TO W-IU.
       ZERA-FATUN.
           MOVE ZEROS TO TBV-VAL (W-IU, 1) TBV-VAL (W-IU, 2)
                         TBV-VAL (W-IU, 3)
           IF W-IU < 100
              ADD 1 TO W-IU
              GO TO ZERA-FATUN.

      ***** 1. FATURAS: VALOR POR UNIDFAT E PERIODO, E AS QUITADAS **
       FATURAS.
           IF W-HASFAT = 0
              GO TO CONSULTAS.
           MOVE ZEROS TO NUMFATURA
           START CADFATUR KEY IS NOT LESS NUMFATURA INVALID KEY
              GO TO CONSULTAS.
       FATURAS-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONSULTAS.
           IF STATUSFAT = "X"
              GO TO FATURAS-LER.
           IF STATUSFAT = "P" AND W-NFP < 999
              ADD 1 TO W-NFP
              MOVE CONVFAT TO TBF-CONV (W-NFP)
              COMPUTE TBF-AM (W-NFP) = ANOFAT * 100 + MESFAT.
           MOVE ANOFAT TO W-PANO
           MOVE MESFAT TO W-PMES
           MOVE 1      TO W-PDIA
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-NPER = 0
              GO TO FATURAS-LER.
           COMPUTE W-IU = UNIDFAT + 1
           MOVE 1 TO W-P.
       FATURAS-PER.
           IF W-PER (W-P) = 1
              ADD VALORFAT TO TBV-VAL (W-IU, W-P).
           IF W-P < 3
              ADD 1 TO W-P
              GO TO FATURAS-PER.
           GO TO FATURAS-LER.

      ***** 2. CONSULTAS ATENDIDAS: GLOSAS, BASE DO RATEIO E O *****
      *****    REPASSE PELAS REGRAS DO MEDICO (COMO O SMPRREP) *****
       CONSULTAS.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CAIXA.
       CONSULTAS-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CAIXA.
           IF STATUSCONS NOT = "R"
              GO TO CONSULTAS-LER.
           MOVE ANOCON1 TO W-PANO
           MOVE MESCON1 TO W-PMES
           MOVE DIACON1 TO W-PDIA
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-NPER = 0
              GO TO CONSULTAS-LER.
           MOVE UNIDCONS TO W-UP
           IF W-UP = 0
              MOVE 1 TO W-UP.
           PERFORM ACHA-ESP THRU ACHA-ESP-FIM
           MOVE ZEROS TO W-VCONV
           IF DOCONVENIO = 0
              GO TO CONSULTAS-REP.
           IF VALORCONSULTACONS > VALORCOPAGTOCONS
              COMPUTE W-VCONV = VALORCONSULTACONS - VALORCOPAGTOCONS.
           MOVE W-VCONV TO W-PVAL
           MOVE 8 TO W-L
           PERFORM POSTA THRU POSTA-FIM
           IF GLOSACONS NOT = "S"
              GO TO CONSULTAS-REP.
           MOVE 2 TO W-L
           PERFORM POSTA THRU POSTA-FIM
           GO TO CONSULTAS-LER.
       CONSULTAS-REP.
           IF W-HASREG = 0
              GO TO CONSULTAS-LER.
           PERFORM CALC-RECEBIDO THRU CALC-RECEBIDO-FIM
           PERFORM ACHA-REGRA THRU ACHA-REGRA-FIM
           MOVE ZEROS TO W-PARTE
           IF W-REGRAOK = 1
              IF PERCRP > 0
                 COMPUTE W-PARTE = W-RECEBIDO * PERCRP / 100
              ELSE
                 MOVE VALORFIXRP TO W-PARTE.
           IF W-PARTE = 0
              GO TO CONSULTAS-LER.
           MOVE W-PARTE TO W-PVAL
           MOVE 5 TO W-L
           PERFORM POSTA THRU POSTA-FIM
           GO TO CONSULTAS-LER.

      ***** 3. RECEBIMENTOS DO CAIXA (PARTICULAR E COPAGAMENTO) E **
      *****    A TAXA DA ADQUIRENTE QUANDO PAGO EM CARTAO/PIX ******
       CAIXA.
           IF W-HASCX = 0
              GO TO ESTORNOS.
           MOVE ZEROS TO KEYCAIXA
           START CADCAIXA KEY IS NOT LESS KEYCAIXA INVALID KEY
              GO TO ESTORNOS.
       CAIXA-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ESTORNOS.
           IF SITUACAOCX = "I" OR SITUACAOCX = "C" OR VALORCX = 0
              GO TO CAIXA-LER.
           MOVE ANOCX TO W-PANO
           MOVE MESCX TO W-PMES
           MOVE DIACX TO W-PDIA
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-NPER = 0
              GO TO CAIXA-LER.
           MOVE CPFCX  TO CPFC
           MOVE DATACX TO DATACON1
           MOVE SEQCX  TO SEQCON
           PERFORM ORIGEM-CX THRU ORIGEM-CX-FIM
           MOVE VALORCX TO W-PVAL
           MOVE 3 TO W-L
           PERFORM POSTA THRU POSTA-FIM
           IF W-HASCCR = 0
              GO TO CAIXA-LER.
           MOVE CPFCX  TO CPFCC
           MOVE DATACX TO DATACC
           MOVE SEQCX  TO SEQCC
           READ CADCXCAR
           IF ST-ERRO NOT = "00" OR TAXACC = 0
              GO TO CAIXA-LER.
           MOVE TAXACC TO W-PVAL
           MOVE 7 TO W-L
           PERFORM POSTA THRU POSTA-FIM
           GO TO CAIXA-LER.

      ***** 4. ESTORNOS NA DATA DA DEVOLUCAO *************************
       ESTORNOS.
           IF W-HASEST = 0
              GO TO MATERIAIS.
           MOVE ZEROS TO NUMRECES
           START CADESTOR KEY IS NOT LESS NUMRECES INVALID KEY
              GO TO MATERIAIS.
       ESTORNOS-LER.
           READ CADESTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO MATERIAIS.
           IF VALORES = 0
              GO TO ESTORNOS-LER.
           MOVE ANOES TO W-PANO
           MOVE MESES TO W-PMES
           MOVE DIAES TO W-PDIA
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-NPER = 0
              GO TO ESTORNOS-LER.
           MOVE CPFES    TO CPFC
           MOVE DATACXES TO DATACON1
           MOVE SEQCXES  TO SEQCON
           PERFORM ORIGEM-CX THRU ORIGEM-CX-FIM
           MOVE VALORES TO W-PVAL
           MOVE 4 TO W-L
           PERFORM POSTA THRU POSTA-FIM
           GO TO ESTORNOS-LER.

      ***** 5. MATERIAIS: CADA ITEM REFAZ O CUSTO MEDIO POR UNIDADE *
      *****    ATE O FIM DO MES; O CONSUMO DOS PERIODOS VAI PARA A **
      *****    UNIDADE DA SAIDA E A ESPECIALIDADE DA CONSULTA ******
       MATERIAIS.
           IF W-HASITE = 0 OR W-HASMOV = 0
              GO TO RATEIO.
           COMPUTE W-CHFIM = (W-ANOF * 10000 + W-MESF * 100 + 31)
                             * 1000 + 999
           MOVE ZEROS TO CODITEM
           START CADITEM KEY IS NOT LESS CODITEM INVALID KEY
              GO TO RATEIO.
       MATERIAIS-ITEM.
           READ CADITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO RATEIO.
           PERFORM CARREGA-MOV THRU CARREGA-MOV-FIM
           IF W-NMOV = 0
              GO TO MATERIAIS-ITEM.
           IF W-ESTOUROU = 1
              ADD 1 TO W-ITEXC.
           PERFORM ZERA-UNI THRU ZERA-UNI-FIM
           MOVE ZEROS TO W-CHANT.
       MATERIAIS-MOV.
           PERFORM PROXIMO-MOV THRU PROXIMO-MOV-FIM
           IF W-IM = 0
              GO TO MATERIAIS-ITEM.
           IF TBM-CHAVE (W-IM) > W-CHFIM
              GO TO MATERIAIS-ITEM.
           PERFORM APLICA-MOV THRU APLICA-MOV-FIM
           GO TO MATERIAIS-MOV.

      ***** 6. RATEIO DAS FATURAS ENTRE AS ESPECIALIDADES PELO *****
      *****    VALOR DAS CONSULTAS DE CONVENIO (LINHA 8). A FATURA **
      *****    DE UNIDFAT 0 COBRE TODAS AS UNIDADES ****************
       RATEIO.
           MOVE 1 TO W-IU.
       RATEIO-UNI.
           MOVE 1 TO W-P.
       RATEIO-PER.
           IF TBV-VAL (W-IU, W-P) = 0
              GO TO RATEIO-PROX.
           MOVE TBV-VAL (W-IU, W-P) TO W-FATVAL
           MOVE ZEROS TO W-PESO W-ULT
           MOVE 1 TO W-IR.
       RATEIO-PESO.
           IF W-IR > W-NR
              GO TO RATEIO-DIST.
           IF W-IU = 1 OR TBR-UNI (W-IR) = W-IU - 1
              IF TBR-L (W-IR, W-P, 8) > 0
                 ADD TBR-L (W-IR, W-P, 8) TO W-PESO
                 MOVE W-IR TO W-ULT.
           ADD 1 TO W-IR
           GO TO RATEIO-PESO.
       RATEIO-DIST.
      ***** SEM CONSULTA QUE SIRVA DE BASE: FICA SEM ESPECIALIDADE
           IF W-PESO = 0
              COMPUTE W-UP = W-IU - 1
              IF W-UP = 0
                 MOVE 1 TO W-UP.
           IF W-PESO = 0
              MOVE ZEROS TO W-EP
              PERFORM ACHA-ENT THRU ACHA-ENT-FIM
              IF W-IR > 0
                 ADD W-FATVAL TO TBR-L (W-IR, W-P, 1).
           IF W-PESO = 0
              GO TO RATEIO-PROX.
           MOVE ZEROS TO W-DIST
           MOVE 1 TO W-IR.
       RATEIO-DIST-LOOP.
           IF W-IR > W-ULT
              GO TO RATEIO-PROX.
           IF W-IU NOT = 1 AND TBR-UNI (W-IR) NOT = W-IU - 1
              GO TO RATEIO-DIST-NEXT.
           IF TBR-L (W-IR, W-P, 8) = 0
              GO TO RATEIO-DIST-NEXT.
      ***** A ULTIMA PARTE LEVA O QUE SOBRAR DOS ARREDONDAMENTOS
           IF W-IR = W-ULT
              COMPUTE W-PVAL = W-FATVAL - W-DIST
           ELSE
              COMPUTE W-PVAL ROUNDED =
                      W-FATVAL * TBR-L (W-IR, W-P, 8) / W-PESO.
           ADD W-PVAL TO TBR-L (W-IR, W-P, 1)
           ADD W-PVAL TO W-DIST.
       RATEIO-DIST-NEXT.
           ADD 1 TO W-IR
           GO TO RATEIO-DIST-LOOP.
       RATEIO-PROX.
           IF W-P < 3
              ADD 1 TO W-P
              GO TO RATEIO-PER.
           IF W-IU < 100
              ADD 1 TO W-IU
              GO TO RATEIO-UNI.

      ***** RELATORIO: CADA UNIDADE COM AS ESPECIALIDADES E, NO ****
      ***** FIM, O CONSOLIDADO DE TODAS AS UNIDADES ****************
       RELATORIO.
           MOVE W-ANOANT TO W-ANOANT-E
           MOVE SPACES TO REGDREUNITX
           STRING "DEMONSTRATIVO DE RESULTADO POR UNIDADE - MES: "
                  W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGDREUNITX
           WRITE REGDREUNITX
           MOVE SPACES TO REGDREUNITX
           STRING "CONVENIOS PELAS FATURAS DO MES (RATEADAS PELO VALOR"
                  " DAS CONSULTAS); DEMAIS PELA DATA DO FATO"
                  DELIMITED BY SIZE INTO REGDREUNITX
           WRITE REGDREUNITX
           MOVE ALL "=" TO REGDREUNITX
           WRITE REGDREUNITX
           IF W-NR = 0
              MOVE SPACES TO REGDREUNITX
              STRING "NENHUM MOVIMENTO NOS PERIODOS"
                     DELIMITED BY SIZE INTO REGDREUNITX
              WRITE REGDREUNITX
              GO TO RELATORIO-FIM.
           MOVE ZEROS TO W-UNIATU.
       RELATORIO-UNI.
           MOVE 999 TO W-UNIMIN
           MOVE 1 TO W-IR.
       RELATORIO-UNI-ACHA.
           IF W-IR > W-NR
              GO TO RELATORIO-UNI-IMP.
           IF TBR-UNI (W-IR) > W-UNIATU
              AND TBR-UNI (W-IR) < W-UNIMIN
              MOVE TBR-UNI (W-IR) TO W-UNIMIN.
           ADD 1 TO W-IR
           GO TO RELATORIO-UNI-ACHA.
       RELATORIO-UNI-IMP.
           IF W-UNIMIN = 999
              GO TO RELATORIO-CONS.
           MOVE W-UNIMIN TO W-UNIATU
           MOVE SPACES TO W-NOMEUNI
           IF W-HASUNI = 1
              MOVE W-UNIATU TO CODUNID
              READ CADUNID
              IF ST-ERRO = "00"
                 MOVE DENOMUNID TO W-NOMEUNI.
           MOVE SPACES TO REGDREUNITX
           WRITE REGDREUNITX
           MOVE SPACES TO REGDREUNITX
           STRING "UNIDADE " W-UNIATU " - " W-NOMEUNI
                  DELIMITED BY SIZE INTO REGDREUNITX
           WRITE REGDREUNITX
           MOVE 0 TO W-TODAS
           PERFORM SOMA-BLOCO THRU SOMA-BLOCO-FIM
           PERFORM IMPRIME-BLOCO THRU IMPRIME-BLOCO-FIM
           PERFORM IMPRIME-ESP THRU IMPRIME-ESP-FIM
           GO TO RELATORIO-UNI.
       RELATORIO-CONS.
           MOVE SPACES TO REGDREUNITX
           WRITE REGDREUNITX
           MOVE ALL "=" TO REGDREUNITX
           WRITE REGDREUNITX
           MOVE SPACES TO REGDREUNITX
           STRING "CONSOLIDADO DE TODAS AS UNIDADES"
                  DELIMITED BY SIZE INTO REGDREUNITX
           WRITE REGDREUNITX
           MOVE 1 TO W-TODAS
           PERFORM SOMA-BLOCO THRU SOMA-BLOCO-FIM
           PERFORM IMPRIME-BLOCO THRU IMPRIME-BLOCO-FIM.
       RELATORIO-FIM.
           IF W-EXCEDEU = 1
              MOVE SPACES TO REGDREUNITX
              WRITE REGDREUNITX
              MOVE SPACES TO REGDREUNITX
              STRING "*** MAIS DE 400 COMBINACOES DE UNIDADE E "
                     "ESPECIALIDADE: O EXCEDENTE FICOU DE FORA ***"
                     DELIMITED BY SIZE INTO REGDREUNITX
              WRITE REGDREUNITX.
           IF W-ITEXC > 0
              MOVE SPACES TO REGDREUNITX
              STRING "*** ITENS COM MAIS DE 999 MOVIMENTOS, CUSTO "
                     "APURADO SO COM OS PRIMEIROS: " W-ITEXC
                     DELIMITED BY SIZE INTO REGDREUNITX
              WRITE REGDREUNITX.
           MOVE "SMPRDRE" TO W-PROGCAT
           MOVE "DREUNITX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "*** RESULTADO GERADO EM DREUNITX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONSU DREUNITX.
           IF W-HASMED = 1
              CLOSE CADMED.
           IF W-HASESP = 1
              CLOSE CADESP.
           IF W-HASUNI = 1
              CLOSE CADUNID.
           IF W-HASFAT = 1
              CLOSE CADFATUR.
           IF W-HASCX = 1
              CLOSE CADCAIXA.
           IF W-HASCCR = 1
              CLOSE CADCXCAR.
           IF W-HASEST = 1
              CLOSE CADESTOR.
           IF W-HASREG = 1
              CLOSE CADREPRE.
           IF W-HASITE = 1
              CLOSE CADITEM.
           IF W-HASMOV = 1
              CLOSE CADMOVES.
       RotinaFim2.
           EXIT PROGRAM.

      ***** EM QUAIS PERIODOS ENTRA A DATA W-DTAMD (AAAAMMDD) *******
       PERIODO.
           MOVE ZEROS TO W-PER (1) W-PER (2) W-PER (3) W-NPER
           IF W-PANO = W-ANOF AND W-PMES = W-MESF
              MOVE 1 TO W-PER (1)
              ADD 1 TO W-NPER.
           IF W-PANO = W-ANOANT AND W-PMES = W-MESF
              MOVE 1 TO W-PER (2)
              ADD 1 TO W-NPER.
           IF W-PANO = W-ANOF AND W-PMES NOT > W-MESF
              MOVE 1 TO W-PER (3)
              ADD 1 TO W-NPER.
       PERIODO-FIM.
           EXIT.

      ***** SOMA W-PVAL NA LINHA W-L DE (W-UP, W-EP) NOS PERIODOS ***
       POSTA.
           PERFORM ACHA-ENT THRU ACHA-ENT-FIM
           IF W-IR = 0
              GO TO POSTA-FIM.
           MOVE 1 TO W-P.
       POSTA-LOOP.
           IF W-PER (W-P) = 1
              ADD W-PVAL TO TBR-L (W-IR, W-P, W-L).
           IF W-P < 3
              ADD 1 TO W-P
              GO TO POSTA-LOOP.
       POSTA-FIM.
           EXIT.

      ***** LOCALIZA OU CRIA A LINHA DE (W-UP, W-EP); W-IR = 0 SE ****
      ***** A TABELA ESTIVER CHEIA ***********************************
       ACHA-ENT.
           MOVE 1 TO W-IR.
       ACHA-ENT-LOOP.
           IF W-IR > W-NR
              GO TO ACHA-ENT-NOVA.
           IF TBR-UNI (W-IR) = W-UP AND TBR-ESP (W-IR) = W-EP
              GO TO ACHA-ENT-FIM.
           ADD 1 TO W-IR
           GO TO ACHA-ENT-LOOP.
       ACHA-ENT-NOVA.
           IF W-NR NOT < 400
              MOVE 1 TO W-EXCEDEU
              MOVE ZEROS TO W-IR
              GO TO ACHA-ENT-FIM.
           ADD 1 TO W-NR
           MOVE W-NR TO W-IR
           MOVE W-UP TO TBR-UNI (W-IR)
           MOVE W-EP TO TBR-ESP (W-IR)
           MOVE 1 TO W-PZ.
       ACHA-ENT-ZERA.
           MOVE ZEROS TO TBR-L (W-IR, W-PZ, 1) TBR-L (W-IR, W-PZ, 2)
                         TBR-L (W-IR, W-PZ, 3) TBR-L (W-IR, W-PZ, 4)
                         TBR-L (W-IR, W-PZ, 5) TBR-L (W-IR, W-PZ, 6)
                         TBR-L (W-IR, W-PZ, 7) TBR-L (W-IR, W-PZ, 8)
           IF W-PZ < 3
              ADD 1 TO W-PZ
              GO TO ACHA-ENT-ZERA.
       ACHA-ENT-FIM.
           EXIT.

      ***** ESPECIALIDADE DA CONSULTA: A PRIMEIRA DO MEDICO *********
       ACHA-ESP.
           MOVE ZEROS TO W-EP
           IF W-HASMED = 0
              GO TO ACHA-ESP-FIM.
           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO = "00" AND QTDESPEC > 0
              MOVE ESPECIALIDADE (1) TO W-EP.
       ACHA-ESP-FIM.
           EXIT.

      ***** UNIDADE E ESPECIALIDADE DE UM RECEBIMENTO DO CAIXA: A ***
      ***** CONSULTA DE MESMA CHAVE; SEM ELA, A UNIDADE DO CARTAO ***
      ***** (OU A 1) E SEM ESPECIALIDADE. CHAVE EM CPFC/DATACON1/SEQCON
       ORIGEM-CX.
           MOVE ZEROS TO W-EP
           MOVE 1 TO W-UP
           READ CADCONSU
           IF ST-ERRO = "00"
              IF UNIDCONS > 0
                 MOVE UNIDCONS TO W-UP.
           IF ST-ERRO = "00"
              PERFORM ACHA-ESP THRU ACHA-ESP-FIM
              GO TO ORIGEM-CX-FIM.
           IF W-HASCCR = 0
              GO TO ORIGEM-CX-FIM.
           MOVE CPFC     TO CPFCC
           MOVE DATACON1 TO DATACC
           MOVE SEQCON   TO SEQCC
           READ CADCXCAR
           IF ST-ERRO = "00" AND UNIDCC > 0
              MOVE UNIDCC TO W-UP.
       ORIGEM-CX-FIM.
           EXIT.

      ***** VALOR EFETIVAMENTE RECEBIDO DA CONSULTA (REGRA DO *******
      ***** SMPRREP): COPAGO NO CAIXA + PARTE DO CONVENIO SE A ******
      ***** FATURA DO MES DO CONVENIO ESTIVER QUITADA ***************
       CALC-RECEBIDO.
           MOVE ZEROS TO W-RECEBIDO
           IF W-HASCX = 1
              MOVE CPFC     TO CPFCX
              MOVE DATACON1 TO DATACX
              MOVE SEQCON   TO SEQCX
              READ CADCAIXA
              IF ST-ERRO = "00"
                 IF SITUACAOCX NOT = "I" AND SITUACAOCX NOT = "C"
                    ADD VALORCX TO W-RECEBIDO.
           IF DOCONVENIO = 0
              GO TO CALC-RECEBIDO-FIM.
           MOVE 0 TO W-FATPAGA
           COMPUTE W-AMCON = ANOCON1 * 100 + MESCON1
           MOVE 1 TO W-IF.
       CALC-RECEBIDO-LOOP.
           IF W-IF > W-NFP
              GO TO CALC-RECEBIDO-SOMA.
           IF TBF-CONV (W-IF) = DOCONVENIO AND TBF-AM (W-IF) = W-AMCON
              MOVE 1 TO W-FATPAGA
              GO TO CALC-RECEBIDO-SOMA.
           ADD 1 TO W-IF
           GO TO CALC-RECEBIDO-LOOP.
       CALC-RECEBIDO-SOMA.
           IF W-FATPAGA = 1
              ADD W-VCONV TO W-RECEBIDO.
       CALC-RECEBIDO-FIM.
           EXIT.

      ***** LOCALIZA A REGRA MAIS ESPECIFICA DO MEDICO **************
       ACHA-REGRA.
           MOVE 0 TO W-REGRAOK
           MOVE CODMEDICO TO CRMRP
           MOVE CODPROC   TO CODPROCRP
           MOVE TIPOATEND TO TIPOATDRP
           READ CADREPRE
           IF ST-ERRO = "00" AND SITUACAORP NOT = "I"
              MOVE 1 TO W-REGRAOK
              GO TO ACHA-REGRA-FIM.
           MOVE CODMEDICO TO CRMRP
           MOVE CODPROC   TO CODPROCRP
           MOVE SPACE     TO TIPOATDRP
           READ CADREPRE
           IF ST-ERRO = "00" AND SITUACAORP NOT = "I"
              MOVE 1 TO W-REGRAOK
              GO TO ACHA-REGRA-FIM.
           MOVE CODMEDICO TO CRMRP
           MOVE ZEROS     TO CODPROCRP
           MOVE TIPOATEND TO TIPOATDRP
           READ CADREPRE
           IF ST-ERRO = "00" AND SITUACAORP NOT = "I"
              MOVE 1 TO W-REGRAOK
              GO TO ACHA-REGRA-FIM.
           MOVE CODMEDICO TO CRMRP
           MOVE ZEROS     TO CODPROCRP
           MOVE SPACE     TO TIPOATDRP
           READ CADREPRE
           IF ST-ERRO = "00" AND SITUACAORP NOT = "I"
              MOVE 1 TO W-REGRAOK.
       ACHA-REGRA-FIM.
           EXIT.

      ***** SOMA AS LINHAS DA UNIDADE W-UNIATU (OU DE TODAS) ********
       SOMA-BLOCO.
           MOVE ZEROS TO TABSOMA
           MOVE 1 TO W-IR.
       SOMA-BLOCO-LOOP.
           IF W-IR > W-NR
              GO TO SOMA-BLOCO-DER.
           IF W-TODAS = 1 OR TBR-UNI (W-IR) = W-UNIATU
              PERFORM SOMA-ENT THRU SOMA-ENT-FIM.
           ADD 1 TO W-IR
           GO TO SOMA-BLOCO-LOOP.
       SOMA-BLOCO-DER.
           PERFORM CALC-DERIV THRU CALC-DERIV-FIM.
       SOMA-BLOCO-FIM.
           EXIT.

       SOMA-ENT.
           MOVE 1 TO W-P.
       SOMA-ENT-PER.
           MOVE 1 TO W-L.
       SOMA-ENT-LIN.
           ADD TBR-L (W-IR, W-P, W-L) TO TBS-L (W-P, W-L)
           IF W-L < 8
              ADD 1 TO W-L
              GO TO SOMA-ENT-LIN.
           IF W-P < 3
              ADD 1 TO W-P
              GO TO SOMA-ENT-PER.
       SOMA-ENT-FIM.
           EXIT.

      ***** RECEITA LIQUIDA, CUSTOS, MARGEM E MARGEM % POR PERIODO **
       CALC-DERIV.
           MOVE 1 TO W-P.
       CALC-DERIV-LOOP.
           COMPUTE TBX-RL (W-P) = TBS-L (W-P, 1) - TBS-L (W-P, 2)
                                + TBS-L (W-P, 3) - TBS-L (W-P, 4)
           COMPUTE TBX-CU (W-P) = TBS-L (W-P, 5) + TBS-L (W-P, 6)
                                + TBS-L (W-P, 7)
           COMPUTE TBX-MG (W-P) = TBX-RL (W-P) - TBX-CU (W-P)
           MOVE ZEROS TO TBX-PC (W-P)
           IF TBX-RL (W-P) > 0
              COMPUTE TBX-PC (W-P) ROUNDED =
                      TBX-MG (W-P) * 100 / TBX-RL (W-P).
           IF W-P < 3
              ADD 1 TO W-P
              GO TO CALC-DERIV-LOOP.
       CALC-DERIV-FIM.
           EXIT.

      ***** BLOCO DO RESULTADO: UMA LINHA POR CONTA E AS TRES *******
      ***** COLUNAS (MES, MES DO ANO ANTERIOR, ACUMULADO NO ANO) ****
       IMPRIME-BLOCO.
           MOVE SPACES TO W-LINHA
           STRING "                                         MES "
                  W-MESF "/" W-ANOF
                  "      MES " W-MESF "/" W-ANOANT-E
                  "    ACUMULADO " W-ANOF
                  DELIMITED BY SIZE INTO W-LINHA
           MOVE W-LINHA TO REGDREUNITX
           WRITE REGDREUNITX
           MOVE 1 TO W-L.
       IMPRIME-BLOCO-LIN.
           MOVE SPACES TO W-LINHA
           MOVE TBL-ROT (W-L) TO W-LINHA (1:34)
           MOVE 36 TO W-COL
           MOVE 1 TO W-P.
       IMPRIME-BLOCO-COL.
           MOVE TBS-L (W-P, W-L) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (W-COL:15)
           ADD 17 TO W-COL
           IF W-P < 3
              ADD 1 TO W-P
              GO TO IMPRIME-BLOCO-COL.
           MOVE W-LINHA TO REGDREUNITX
           WRITE REGDREUNITX
           IF W-L = 4
              PERFORM IMPRIME-RL THRU IMPRIME-RL-FIM.
           IF W-L < 7
              ADD 1 TO W-L
              GO TO IMPRIME-BLOCO-LIN.
           MOVE SPACES TO W-LINHA
           MOVE "MARGEM" TO W-LINHA (1:34)
           MOVE TBX-MG (1) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (36:15)
           MOVE TBX-MG (2) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (53:15)
           MOVE TBX-MG (3) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (70:15)
           MOVE W-LINHA TO REGDREUNITX
           WRITE REGDREUNITX
           MOVE SPACES TO W-LINHA
           MOVE "MARGEM % SOBRE A RECEITA LIQUIDA" TO W-LINHA (1:34)
           MOVE TBX-PC (1) TO W-PCT-E
           MOVE W-PCT-E TO W-LINHA (43:7)
           MOVE TBX-PC (2) TO W-PCT-E
           MOVE W-PCT-E TO W-LINHA (60:7)
           MOVE TBX-PC (3) TO W-PCT-E
           MOVE W-PCT-E TO W-LINHA (77:7)
           MOVE W-LINHA TO REGDREUNITX
           WRITE REGDREUNITX.
       IMPRIME-BLOCO-FIM.
           EXIT.

       IMPRIME-RL.
           MOVE SPACES TO W-LINHA
           MOVE "= RECEITA LIQUIDA" TO W-LINHA (1:34)
           MOVE TBX-RL (1) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (36:15)
           MOVE TBX-RL (2) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (53:15)
           MOVE TBX-RL (3) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (70:15)
           MOVE W-LINHA TO REGDREUNITX
           WRITE REGDREUNITX.
       IMPRIME-RL-FIM.
           EXIT.

      ***** MARGEM POR ESPECIALIDADE DENTRO DA UNIDADE W-UNIATU *****
       IMPRIME-ESP.
           MOVE SPACES TO REGDREUNITX
           WRITE REGDREUNITX
           MOVE SPACES TO REGDREUNITX
           STRING "  ESPECIALIDADE      REC.LIQ. MES     MARGEM MES"
                  "  MARGEM MES ANT.  REC.LIQ. ACUM.    MARGEM ACUM."
                  DELIMITED BY SIZE INTO REGDREUNITX
           WRITE REGDREUNITX
           MOVE 0 TO W-TODAS
           MOVE ZEROS TO W-ESPATU
           MOVE 1 TO W-JR.
      ***** A ESPECIALIDADE 0 (SEM ESPECIALIDADE) SAI PRIMEIRO
       IMPRIME-ESP-ZERO.
           IF W-JR > W-NR
              GO TO IMPRIME-ESP-PROX.
           IF TBR-UNI (W-JR) = W-UNIATU AND TBR-ESP (W-JR) = 0
              PERFORM IMPRIME-ESP-LIN THRU IMPRIME-ESP-LIN-FIM
              GO TO IMPRIME-ESP-PROX.
           ADD 1 TO W-JR
           GO TO IMPRIME-ESP-ZERO.
       IMPRIME-ESP-PROX.
           MOVE 999 TO W-ESPMIN
           MOVE ZEROS TO W-IR
           MOVE 1 TO W-JR.
       IMPRIME-ESP-ACHA.
           IF W-JR > W-NR
              GO TO IMPRIME-ESP-IMP.
           IF TBR-UNI (W-JR) = W-UNIATU
              AND TBR-ESP (W-JR) > W-ESPATU
              AND TBR-ESP (W-JR) < W-ESPMIN
              MOVE TBR-ESP (W-JR) TO W-ESPMIN
              MOVE W-JR TO W-IR.
           ADD 1 TO W-JR
           GO TO IMPRIME-ESP-ACHA.
       IMPRIME-ESP-IMP.
           IF W-IR = 0
              GO TO IMPRIME-ESP-FIM.
           MOVE W-ESPMIN TO W-ESPATU
           MOVE W-IR TO W-JR
           PERFORM IMPRIME-ESP-LIN THRU IMPRIME-ESP-LIN-FIM
           GO TO IMPRIME-ESP-PROX.
       IMPRIME-ESP-FIM.
           EXIT.

      ***** LINHA DA ESPECIALIDADE DA ENTRADA W-JR ******************
       IMPRIME-ESP-LIN.
           MOVE ZEROS TO TABSOMA
           MOVE W-JR TO W-IR
           PERFORM SOMA-ENT THRU SOMA-ENT-FIM
           PERFORM CALC-DERIV THRU CALC-DERIV-FIM
           MOVE "SEM ESPECIALIDADE" TO W-NOMEESP
           IF TBR-ESP (W-JR) > 0
              MOVE "** NAO CADAST **" TO W-NOMEESP
              IF W-HASESP = 1
                 MOVE TBR-ESP (W-JR) TO CODESP
                 READ CADESP
                 IF ST-ERRO = "00"
                    MOVE DENOMESP TO W-NOMEESP.
           MOVE SPACES TO W-LINHA
           MOVE TBR-ESP (W-JR) TO W-LINHA (3:2)
           MOVE W-NOMEESP TO W-LINHA (6:15)
           MOVE TBX-RL (1) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (21:15)
           MOVE TBX-MG (1) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (37:15)
           MOVE TBX-MG (2) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (53:15)
           MOVE TBX-RL (3) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (69:15)
           MOVE TBX-MG (3) TO W-VALS-E
           MOVE W-VALS-E TO W-LINHA (85:15)
           MOVE W-LINHA TO REGDREUNITX
           WRITE REGDREUNITX.
       IMPRIME-ESP-LIN-FIM.
           EXIT.

      ***** CARREGA OS MOVIMENTOS DO ITEM NA TABELA *****************
       CARREGA-MOV.
           MOVE ZEROS TO W-NMOV W-ESTOUROU
           MOVE CODITEM TO CODITMV
           MOVE ZEROS   TO DATAMOV SEQMOV
           START CADMOVES KEY IS NOT LESS KEYMOV INVALID KEY
              GO TO CARREGA-MOV-FIM.
       CARREGA-MOV-LER.
           READ CADMOVES NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-MOV-FIM.
           IF CODITMV NOT = CODITEM
              GO TO CARREGA-MOV-FIM.
           IF TIPOMOV NOT = "E" AND TIPOMOV NOT = "S"
              AND TIPOMOV NOT = "T" AND TIPOMOV NOT = "A"
              AND TIPOMOV NOT = "B"
              GO TO CARREGA-MOV-LER.
           IF W-NMOV NOT < 999
              MOVE 1 TO W-ESTOUROU
              GO TO CARREGA-MOV-FIM.
           ADD 1 TO W-NMOV
           COMPUTE W-AMDMOV = ANOMOV * 10000 + MESMOV * 100 + DIAMOV
           COMPUTE TBM-CHAVE (W-NMOV) = W-AMDMOV * 1000 + SEQMOV
           MOVE TIPOMOV   TO TBM-TIPO (W-NMOV)
           MOVE QTDMOV    TO TBM-QTD (W-NMOV)
           MOVE CUSTOMOV  TO TBM-CUSTO (W-NMOV)
           MOVE UNIDMOV   TO TBM-UNI (W-NMOV)
           MOVE UNIDDEST  TO TBM-DEST (W-NMOV)
           MOVE CPFMV     TO TBM-CPF (W-NMOV)
           MOVE DATACONMV TO TBM-DATAC (W-NMOV)
           MOVE SEQCONMV  TO TBM-SEQC (W-NMOV)
           GO TO CARREGA-MOV-LER.
       CARREGA-MOV-FIM.
           EXIT.

      ***** PROXIMO MOVIMENTO EM ORDEM CRONOLOGICA (W-IM = 0: FIM) **
       PROXIMO-MOV.
           MOVE ZEROS TO W-IM
           MOVE 99999999999 TO W-CHMIN
           MOVE 1 TO W-IX.
       PROXIMO-MOV-LOOP.
           IF W-IX > W-NMOV
              GO TO PROXIMO-MOV-ACHOU.
           IF TBM-CHAVE (W-IX) > W-CHANT
              AND TBM-CHAVE (W-IX) < W-CHMIN
              MOVE TBM-CHAVE (W-IX) TO W-CHMIN
              MOVE W-IX TO W-IM.
           ADD 1 TO W-IX
           GO TO PROXIMO-MOV-LOOP.
       PROXIMO-MOV-ACHOU.
           IF W-IM > 0
              MOVE W-CHMIN TO W-CHANT.
       PROXIMO-MOV-FIM.
           EXIT.

       ZERA-UNI.
           MOVE 1 TO W-U.
       ZERA-UNI-LOOP.
           MOVE ZEROS TO TBU-QTD (W-U) TBU-VAL (W-U)
           IF W-U < 99
              ADD 1 TO W-U
              GO TO ZERA-UNI-LOOP.
       ZERA-UNI-FIM.
           EXIT.

      ***** APLICA O MOVIMENTO AO CUSTO MEDIO DA UNIDADE ************
      ***** E = COMPRA; S = CONSUMO; T = TRANSFERENCIA (SAI DA ORIGEM
      ***** E ENTRA NO DESTINO PELO MESMO VALOR); A/B = SOBRA/FALTA *
       APLICA-MOV.
           MOVE TBM-UNI (W-IM) TO W-U
           IF W-U = 0
              MOVE 1 TO W-U.
           MOVE TBM-QTD (W-IM) TO W-QMOV
           IF TBM-TIPO (W-IM) = "E"
              GO TO APLICA-ENTRADA.
           IF TBM-TIPO (W-IM) = "A"
              GO TO APLICA-SOBRA.
           PERFORM SAIDA-UNI THRU SAIDA-UNI-FIM
           IF TBM-TIPO (W-IM) = "T"
              GO TO APLICA-TRANSF.
           IF TBM-TIPO (W-IM) = "S"
              PERFORM CONSUMO THRU CONSUMO-FIM.
           GO TO APLICA-MOV-FIM.
       APLICA-ENTRADA.
           MOVE TBM-CUSTO (W-IM) TO W-CUSTO
           IF W-CUSTO = 0
              PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM.
           COMPUTE W-VMOV ROUNDED = W-QMOV * W-CUSTO
           ADD W-QMOV TO TBU-QTD (W-U)
           ADD W-VMOV TO TBU-VAL (W-U)
           GO TO APLICA-MOV-FIM.
       APLICA-SOBRA.
           PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM
           IF W-CUSTO = 0
              MOVE TBM-CUSTO (W-IM) TO W-CUSTO.
           COMPUTE W-VMOV ROUNDED = W-QMOV * W-CUSTO
           ADD W-QMOV TO TBU-QTD (W-U)
           ADD W-VMOV TO TBU-VAL (W-U)
           GO TO APLICA-MOV-FIM.
       APLICA-TRANSF.
           MOVE TBM-DEST (W-IM) TO W-D
           IF W-D NOT = 0
              ADD W-QSAI TO TBU-QTD (W-D)
              ADD W-VMOV TO TBU-VAL (W-D).
       APLICA-MOV-FIM.
           EXIT.

      ***** SAIDA DA UNIDADE NO CUSTO MEDIO; A ULTIMA UNIDADE LEVA **
      ***** O VALOR QUE RESTAR PARA NAO SOBRAR CENTAVOS *************
       SAIDA-UNI.
           MOVE ZEROS TO W-QSAI W-VMOV
           IF TBU-QTD (W-U) = 0
              GO TO SAIDA-UNI-FIM.
           IF W-QMOV NOT < TBU-QTD (W-U)
              MOVE TBU-QTD (W-U) TO W-QSAI
              MOVE TBU-VAL (W-U) TO W-VMOV
              MOVE ZEROS TO TBU-QTD (W-U) TBU-VAL (W-U)
              GO TO SAIDA-UNI-FIM.
           MOVE W-QMOV TO W-QSAI
           COMPUTE W-VMOV ROUNDED =
                   W-QMOV * TBU-VAL (W-U) / TBU-QTD (W-U)
           SUBTRACT W-QSAI FROM TBU-QTD (W-U)
           SUBTRACT W-VMOV FROM TBU-VAL (W-U).
       SAIDA-UNI-FIM.
           EXIT.

      ***** CUSTO MEDIO DA UNIDADE; SEM SALDO, O MEDIO GERAL ********
       CUSTO-MEDIO.
           MOVE ZEROS TO W-CUSTO
           IF TBU-QTD (W-U) > 0
              COMPUTE W-CUSTO ROUNDED = TBU-VAL (W-U) / TBU-QTD (W-U)
              GO TO CUSTO-MEDIO-FIM.
           MOVE ZEROS TO W-QGLOB W-VGLOB
           MOVE 1 TO W-D.
       CUSTO-MEDIO-LOOP.
           ADD TBU-QTD (W-D) TO W-QGLOB
           ADD TBU-VAL (W-D) TO W-VGLOB
           IF W-D < 99
              ADD 1 TO W-D
              GO TO CUSTO-MEDIO-LOOP.
           IF W-QGLOB > 0
              COMPUTE W-CUSTO ROUNDED = W-VGLOB / W-QGLOB.
       CUSTO-MEDIO-FIM.
           EXIT.

      ***** CONSUMO NOS PERIODOS: UNIDADE DA SAIDA E ESPECIALIDADE **
      ***** DA CONSULTA VINCULADA (SEM CONSULTA, SEM ESPECIALIDADE) *
       CONSUMO.
           IF W-VMOV = 0
              GO TO CONSUMO-FIM.
           DIVIDE TBM-CHAVE (W-IM) BY 1000 GIVING W-DTAMD
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-NPER = 0
              GO TO CONSUMO-FIM.
           MOVE W-U TO W-UP
           MOVE ZEROS TO W-EP
           IF TBM-CPF (W-IM) > 0
              MOVE TBM-CPF (W-IM)   TO CPFC
              MOVE TBM-DATAC (W-IM) TO DATACON1
              MOVE TBM-SEQC (W-IM)  TO SEQCON
              READ CADCONSU
              IF ST-ERRO = "00"
                 PERFORM ACHA-ESP THRU ACHA-ESP-FIM.
           MOVE W-VMOV TO W-PVAL
           MOVE 6 TO W-L
           PERFORM POSTA THRU POSTA-FIM.
       CONSUMO-FIM.
           EXIT.

       CATALOGA.
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
           EXIT.

      *********** Mensagem **********************
       RMensa.
                MOVE ZEROS TO W-CONT
                MOVE ZEROS TO W-CONT2.

       RMensa1.
               IF W-CONT2 < 10
                  DISPLAY (24, 12) Mens
               ELSE
                  DISPLAY (24, 12) Limpa
                  MOVE SPACES TO MENS
                  GO TO RMensa-Fim.

       RMensa2.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO RMensa2
                ELSE
                   ADD 1 TO W-CONT2
                   MOVE ZEROS TO W-CONT
                   DISPLAY (24, 12) LIMPA.
       RMensa3.
                ADD 1 TO W-CONT
                IF W-CONT < 1000
                   GO TO RMensa3
                ELSE
                   ADD 1 TO W-CONT2
                   MOVE ZEROS TO W-CONT
                   DISPLAY (24, 12) MENS.
                   GO TO RMensa1.

       RMensa-FIM.
                EXIT.
      ***** RESOLVE O DIRETORIO DOS ARQUIVOS DE DADOS ***************
       MONTA-ARQUIVOS.
           DISPLAY "CLINICA_DADOS" UPON ENVIRONMENT-NAME
           ACCEPT W-DIRDADOS FROM ENVIRONMENT-VALUE
           IF W-DIRDADOS = SPACES
              GO TO MONTA-ARQUIVOS-FIM.
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADFATUR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADCAIXA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADCXCAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCXCAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCXCAR
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-CADREPRE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADREPRE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADREPRE
           MOVE SPACES TO W-ARQ-CADITEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADMOVES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOVES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOVES
           MOVE SPACES TO W-ARQ-DREUNITX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "DREUNITX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-DREUNITX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
