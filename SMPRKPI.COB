       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRKPI.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * PAINEL MENSAL DE INDICADORES DA GERENCIA, POR   *
      * UNIDADE E CONSOLIDADO (KPIMESTX.TXT): CONSULTAS,*
      * PACIENTES NOVOS, FALTAS, CANCELAMENTOS, OCUPACAO*
      * DA AGENDA, ESPERA MEDIA, NPS, RECEITA, PRAZO    *
      * MEDIO DE RECEBIMENTO E TAXA DE GLOSA. CADA      *
      * INDICADOR E COMPARADO COM O MES ANTERIOR E COM  *
      * O MESMO MES DO ANO ANTERIOR; O QUE ESTIVER FORA *
      * DA META DO CADPARAM (CHAVES KPI...) E MARCADO   *
      **************************************************
      * METAS NO CADPARAM (CHAVE INATIVA OU ZERO = SEM  *
      * META). PERCENTUAIS EM DECIMOS (85 = 8,5%):      *
      *   KPICONS   MINIMO DE CONSULTAS REALIZADAS      *
      *   KPINOVOS  MINIMO DE PACIENTES NOVOS           *
      *   KPIFALTA  MAXIMO DE FALTAS (%)                *
      *   KPICANC   MAXIMO DE CANCELAMENTOS (%)         *
      *   KPIOCUP   MINIMO DE OCUPACAO DA AGENDA (%)    *
      *   KPIESPERA MAXIMO DE ESPERA MEDIA (MINUTOS)    *
      *   KPINPS    MINIMO DE NPS                       *
      *   KPIRECEI  MINIMO DE RECEITA (REAIS)           *
      *   KPIPRAZO  MAXIMO DE PRAZO DE RECEBIMENTO(DIAS)*
      *   KPIGLOSA  MAXIMO DE GLOSA (%)                 *
      * AS METAS VALEM PARA CADA UNIDADE E PARA O       *
      * CONSOLIDADO                                     *
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

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUSEN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DATAFERIA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESPERA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPESQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATURA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
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

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT KPIMESTX ASSIGN TO DISK
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD CADAGMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAGMED.
       01 REGAGMED.
          03 KEYAGMED.
             05 CRMAG         PIC 9(06).
             05 DIASEMAG      PIC 9(01).
          03 HORAINIAG.
             05 HORAINIAGH    PIC 9(02).
             05 HORAINIAGM    PIC 9(02).
          03 HORAFIMAG.
             05 HORAFIMAGH    PIC 9(02).
             05 HORAFIMAGM    PIC 9(02).
          03 DURACAOAG        PIC 9(03).
          03 SITUACAOAG       PIC X(01).
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAUSEN.
       01 REGAUSEN.
          03 KEYAUSEN.
             05 CRMAU         PIC 9(06).
             05 DATAINIAU.
                07 DIAINIAU   PIC 9(02).
                07 MESINIAU   PIC 9(02).
                07 ANOINIAU   PIC 9(04).
          03 DATAFIMAU.
             05 DIAFIMAU      PIC 9(02).
             05 MESFIMAU      PIC 9(02).
             05 ANOFIMAU      PIC 9(04).
          03 TIPOAUSEN        PIC X(01).
          03 SITUACAOAU       PIC X(01).
      *
       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFERIA.
       01 REGFERIA.
          03 DATAFERIA.
             05 DIAFERIA      PIC 9(02).
             05 MESFERIA      PIC 9(02).
             05 ANOFERIA      PIC 9(04).
          03 DESCFERIA        PIC X(30).
          03 TIPOFERIA        PIC X(01).
          03 SITUACAOFE       PIC X(01).
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESPERA.
       01 REGESPERA.
          03 KEYESPERA.
             05 CPFESP        PIC 9(11).
             05 DATAESP.
                07 DIAESP     PIC 9(02).
                07 MESESP     PIC 9(02).
                07 ANOESP     PIC 9(04).
             05 SEQESP        PIC 9(02).
          03 HORAESP.
             05 HORAESPH      PIC 9(02).
             05 HORAESPM      PIC 9(02).
          03 MOTIVOESP        PIC X(40).
          03 SITUACAOESP      PIC X(01).
          03 HORACHAMA.
             05 HORACHAMAH    PIC 9(02).
             05 HORACHAMAM    PIC 9(02).
          03 HORAFIMAT.
             05 HORAFIMATH    PIC 9(02).
             05 HORAFIMATM    PIC 9(02).
          03 MEDICOESP        PIC 9(06).
          03 PRESSAOESP       PIC X(07).
          03 TEMPESP          PIC 9(02)V9.
          03 PRIORIESP        PIC 9(01).
          03 UNIDESP          PIC 9(02).
      *
       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPESQ.
       01 REGPESQ.
          03 KEYPESQ.
             05 CPFPQ         PIC 9(11).
             05 DATAPQ        PIC 9(08).
             05 SEQPQ         PIC 9(02).
          03 NOTAPQ           PIC 9(02).
          03 COMENTPQ         PIC X(40).
          03 CRMPQ            PIC 9(06).
          03 ESPPQ            PIC 9(02).
          03 UNIDPQ           PIC 9(02).
          03 SITUACAOPQ       PIC X(01).
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
       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAGTO.
       01 REGPAGTO.
          03 KEYPAGTO.
             05 NUMFATPG      PIC 9(06).
             05 SEQPAGTO      PIC 9(02).
          03 DATAPAGTO.
             05 DIAPG         PIC 9(02).
             05 MESPG         PIC 9(02).
             05 ANOPG         PIC 9(04).
          03 VALORPAGTO       PIC 9(08)V99.
          03 OPERPAGTO        PIC 9(04).
          03 SITUACAOPG       PIC X(01).
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD KPIMESTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-KPIMESTX.
       01 REGKPIMESTX       PIC X(140).
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
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADAGMED PIC X(64) VALUE
          "CADAGMED.DAT".
       01 W-ARQ-CADAUSEN PIC X(64) VALUE
          "CADAUSEN.DAT".
       01 W-ARQ-CADFERIA PIC X(64) VALUE
          "CADFERIA.DAT".
       01 W-ARQ-CADESPERA PIC X(64) VALUE
          "CADESPERA.DAT".
       01 W-ARQ-CADPESQ PIC X(64) VALUE
          "CADPESQ.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADPAGTO PIC X(64) VALUE
          "CADPAGTO.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADCXCAR PIC X(64) VALUE
          "CADCXCAR.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-KPIMESTX PIC X(64) VALUE
          "KPIMESTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-HASMED    PIC 9(01) VALUE ZEROS.
       01 W-HASUNI    PIC 9(01) VALUE ZEROS.
       01 W-HASAGE    PIC 9(01) VALUE ZEROS.
       01 W-HASAUS    PIC 9(01) VALUE ZEROS.
       01 W-HASFER    PIC 9(01) VALUE ZEROS.
       01 W-HASESP    PIC 9(01) VALUE ZEROS.
       01 W-HASPQ     PIC 9(01) VALUE ZEROS.
       01 W-HASFAT    PIC 9(01) VALUE ZEROS.
       01 W-HASPGT    PIC 9(01) VALUE ZEROS.
       01 W-HASCX     PIC 9(01) VALUE ZEROS.
       01 W-HASCCR    PIC 9(01) VALUE ZEROS.
       01 W-HASEST    PIC 9(01) VALUE ZEROS.
      ***** PERIODOS: 1 = MES, 2 = MES ANTERIOR, 3 = MESMO MES DO ****
      ***** ANO ANTERIOR ******************************************
       01 TABPERM.
          03 TBP OCCURS 3 TIMES.
             05 TBP-MES   PIC 9(02).
             05 TBP-ANO   PIC 9(04).
       01 W-P         PIC 9(01) VALUE ZEROS.
       01 W-PANO      PIC 9(04) VALUE ZEROS.
       01 W-PMES      PIC 9(02) VALUE ZEROS.
       01 W-U         PIC 9(03) VALUE ZEROS.
      ***** ACUMULADORES POR UNIDADE (1 A 99; A 100 GUARDA O QUE SO
      ***** ENTRA NO CONSOLIDADO) E PERIODO
       01 TABKPI.
          03 TBK OCCURS 100 TIMES.
             05 TBK-ATIVA PIC 9(01).
             05 TBK-PER OCCURS 3 TIMES.
                07 TBK-CONS  PIC 9(07).
                07 TBK-NOVOS PIC 9(07).
                07 TBK-TOTAL PIC 9(07).
                07 TBK-CANC  PIC 9(07).
                07 TBK-FALTA PIC 9(07).
                07 TBK-OFER  PIC 9(07).
                07 TBK-MARC  PIC 9(07).
                07 TBK-NESP  PIC 9(07).
                07 TBK-MESP  PIC 9(09).
                07 TBK-NPSQ  PIC 9(07).
                07 TBK-PROM  PIC 9(07).
                07 TBK-DETR  PIC 9(07).
                07 TBK-REC   PIC S9(11)V99.
                07 TBK-PRZV  PIC 9(11)V99.
                07 TBK-PRZD  PIC 9(15)V99.
                07 TBK-GLV   PIC 9(11)V99.
                07 TBK-GLG   PIC 9(11)V99.
      ***** SOMA DO BLOCO IMPRESSO (UMA UNIDADE OU TODAS)
       01 TABSOMA.
          03 TBS OCCURS 3 TIMES.
             05 TBS-CONS  PIC 9(07).
             05 TBS-NOVOS PIC 9(07).
             05 TBS-TOTAL PIC 9(07).
             05 TBS-CANC  PIC 9(07).
             05 TBS-FALTA PIC 9(07).
             05 TBS-OFER  PIC 9(07).
             05 TBS-MARC  PIC 9(07).
             05 TBS-NESP  PIC 9(07).
             05 TBS-MESP  PIC 9(09).
             05 TBS-NPSQ  PIC 9(07).
             05 TBS-PROM  PIC 9(07).
             05 TBS-DETR  PIC 9(07).
             05 TBS-REC   PIC S9(11)V99.
             05 TBS-PRZV  PIC 9(11)V99.
             05 TBS-PRZD  PIC 9(15)V99.
             05 TBS-GLV   PIC 9(11)V99.
             05 TBS-GLG   PIC 9(11)V99.
      ***** INDICADORES DO BLOCO: VALOR POR PERIODO E SE TEM BASE
       01 TABIND.
          03 TBI OCCURS 10 TIMES.
             05 TBI-VAL   PIC S9(11)V99 OCCURS 3 TIMES.
             05 TBI-TEM   PIC 9(01) OCCURS 3 TIMES.
       01 TABINDNOM-R.
          03 FILLER PIC X(32) VALUE "CONSULTAS REALIZADAS           0".
          03 FILLER PIC X(32) VALUE "PACIENTES NOVOS                0".
          03 FILLER PIC X(32) VALUE "TAXA DE FALTAS (%)             1".
          03 FILLER PIC X(32) VALUE "TAXA DE CANCELAMENTO (%)       1".
          03 FILLER PIC X(32) VALUE "OCUPACAO DA AGENDA (%)         1".
          03 FILLER PIC X(32) VALUE "ESPERA MEDIA (MINUTOS)         1".
          03 FILLER PIC X(32) VALUE "NPS                            0".
          03 FILLER PIC X(32) VALUE "RECEITA (R$)                   2".
          03 FILLER PIC X(32) VALUE "PRAZO MEDIO RECEBIMENTO (DIAS) 1".
          03 FILLER PIC X(32) VALUE "TAXA DE GLOSA (%)              1".
       01 TABINDNOM REDEFINES TABINDNOM-R.
          03 TBN OCCURS 10 TIMES.
             05 TBN-NOME  PIC X(31).
             05 TBN-DEC   PIC 9(01).
      ***** METAS: CHAVE NO CADPARAM, SENTIDO (N = MINIMO, X = MAXIMO)
      ***** E ESCALA (1 = VALOR INTEIRO, 2 = DECIMOS)
       01 TABMETA-R.
          03 FILLER PIC X(12) VALUE "KPICONS   N1".
          03 FILLER PIC X(12) VALUE "KPINOVOS  N1".
          03 FILLER PIC X(12) VALUE "KPIFALTA  X2".
          03 FILLER PIC X(12) VALUE "KPICANC   X2".
          03 FILLER PIC X(12) VALUE "KPIOCUP   N2".
          03 FILLER PIC X(12) VALUE "KPIESPERA X1".
          03 FILLER PIC X(12) VALUE "KPINPS    N1".
          03 FILLER PIC X(12) VALUE "KPIRECEI  N1".
          03 FILLER PIC X(12) VALUE "KPIPRAZO  X1".
          03 FILLER PIC X(12) VALUE "KPIGLOSA  X2".
       01 TABMETA REDEFINES TABMETA-R.
          03 TBT OCCURS 10 TIMES.
             05 TBT-CHAVE PIC X(10).
             05 TBT-SENT  PIC X(01).
             05 TBT-ESC   PIC 9(01).
       01 TABMETAV.
          03 TBT-TEM      PIC 9(01) OCCURS 10 TIMES.
          03 TBT-VAL      PIC 9(07)V9 OCCURS 10 TIMES.
       01 W-I         PIC 9(02) VALUE ZEROS.
       01 W-FORA      PIC 9(01) VALUE ZEROS.
       01 W-QFORA     PIC 9(03) VALUE ZEROS.
       01 W-TODAS     PIC 9(01) VALUE ZEROS.
       01 W-UNIATU    PIC 9(03) VALUE ZEROS.
       01 W-NOMEUNI   PIC X(20) VALUE SPACES.
       01 W-BASE      PIC 9(09) VALUE ZEROS.
       01 W-DIF       PIC S9(11)V99 VALUE ZEROS.
       01 W-VALX      PIC S9(11)V99 VALUE ZEROS.
       01 W-DECX      PIC 9(01) VALUE ZEROS.
       01 W-TXT15     PIC X(15) VALUE SPACES.
       01 W-E0        PIC -ZZZ.ZZZ.ZZ9.
       01 W-E1        PIC -ZZZ.ZZZ.ZZ9,9.
       01 W-E2        PIC -ZZZ.ZZZ.ZZ9,99.
       01 W-LINHA     PIC X(140) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** PACIENTE NOVO: PRIMEIRA CONSULTA REALIZADA DO CPF *******
       01 W-CPFANT    PIC 9(11) VALUE ZEROS.
       01 W-PRIMDT    PIC 9(08) VALUE ZEROS.
       01 W-PRIMUNI   PIC 9(03) VALUE ZEROS.
       01 W-DTSEQ     PIC 9(08) VALUE ZEROS.
       01 W-VCONV     PIC 9(08)V99 VALUE ZEROS.
      ***** FATURAS DE UNIDFAT 0 (TODAS AS UNIDADES): RATEIO PELO ***
      ***** VALOR DAS CONSULTAS DE CONVENIO DE CADA UNIDADE ********
       01 TABFAT0.
          03 W-FAT0       PIC 9(11)V99 OCCURS 3 TIMES.
       01 W-PESO      PIC 9(11)V99 VALUE ZEROS.
       01 W-DIST      PIC 9(11)V99 VALUE ZEROS.
       01 W-PARTE     PIC 9(11)V99 VALUE ZEROS.
       01 W-ULT       PIC 9(03) VALUE ZEROS.
      ***** PRAZO DE RECEBIMENTO: DIAS ENTRE A GERACAO DA FATURA E **
      ***** O PAGAMENTO, PONDERADO PELO VALOR RECEBIDO *************
       01 W-GERAMD    PIC 9(08) VALUE ZEROS.
       01 W-GERAMD-R REDEFINES W-GERAMD.
          03 W-GERANO PIC 9(04).
          03 W-GERMES PIC 9(02).
          03 W-GERDIA PIC 9(02).
       01 W-SERGER    PIC 9(08) VALUE ZEROS.
       01 W-DIAS      PIC 9(05) VALUE ZEROS.
       01 W-DSDIA     PIC 9(02) VALUE ZEROS.
       01 W-DSMES     PIC 9(02) VALUE ZEROS.
       01 W-DSANO     PIC 9(04) VALUE ZEROS.
       01 W-DSANT     PIC 9(04) VALUE ZEROS.
       01 W-DSSER     PIC 9(08) VALUE ZEROS.
       01 W-DST1      PIC 9(04) VALUE ZEROS.
       01 W-DST2      PIC 9(04) VALUE ZEROS.
       01 TABCUMD-R.
          03 FILLER PIC X(18) VALUE "000031059090120151".
          03 FILLER PIC X(18) VALUE "181212243273304334".
       01 TABCUMD REDEFINES TABCUMD-R.
          03 W-CUMD     PIC 9(03) OCCURS 12 TIMES.
      ***** ESPERA: MINUTOS ENTRE A CHEGADA E A CHAMADA ************
       01 W-CHEGMIN   PIC 9(04) VALUE ZEROS.
       01 W-CHAMMIN   PIC 9(04) VALUE ZEROS.
      ***** TEMPLATE DA AGENDA (COMO NO SMPRUTI), COM A UNIDADE DO **
      ***** MEDICO (A PRIMEIRA DO CADASTRO) ************************
       01 W-NAGE      PIC 9(03) VALUE ZEROS.
       01 W-IAGE      PIC 9(03) VALUE ZEROS.
       01 TABAGE.
          03 TA OCCURS 200 TIMES.
             05 TA-CRM    PIC 9(06).
             05 TA-DSEM   PIC 9(01).
             05 TA-SPD    PIC 9(03).
             05 TA-UNI    PIC 9(02).
             05 TA-DIAS   PIC 9(03) OCCURS 3 TIMES.
       01 W-SLOTMIN   PIC 9(04) VALUE ZEROS.
       01 W-FIMMIN    PIC 9(04) VALUE ZEROS.
       01 W-CDIA      PIC 9(02) VALUE ZEROS.
       01 W-ULTDIA    PIC 9(02) VALUE ZEROS.
       01 W-ULT1      PIC 9(04) VALUE ZEROS.
       01 W-ULT2      PIC 9(04) VALUE ZEROS.
       01 W-FERIADO   PIC 9(01) VALUE ZEROS.
       01 W-AUSENTE   PIC 9(01) VALUE ZEROS.
       01 W-AUSINISEQ PIC 9(08) VALUE ZEROS.
       01 W-AUSFIMSEQ PIC 9(08) VALUE ZEROS.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
       01 W-ZDIA      PIC 9(04) VALUE ZEROS.
       01 W-ZMES      PIC 9(04) VALUE ZEROS.
       01 W-ZANO      PIC 9(04) VALUE ZEROS.
       01 W-ZM        PIC 9(04) VALUE ZEROS.
       01 W-ZA        PIC 9(04) VALUE ZEROS.
       01 W-ZJ        PIC 9(04) VALUE ZEROS.
       01 W-ZK        PIC 9(04) VALUE ZEROS.
       01 W-ZT1       PIC 9(04) VALUE ZEROS.
       01 W-ZT2       PIC 9(04) VALUE ZEROS.
       01 W-ZT3       PIC 9(04) VALUE ZEROS.
       01 W-ZSUM      PIC 9(04) VALUE ZEROS.
       01 W-ZQ        PIC 9(04) VALUE ZEROS.
       01 W-ZH        PIC 9(01) VALUE ZEROS.
       01 W-DIASEM    PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** PAINEL MENSAL DE INDICADORES ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES  : ".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO  : ".
           05  LINE 09  COLUMN 01
               VALUE  "  COMPARA COM O MES ANTERIOR E COM O MESMO".
           05  LINE 10  COLUMN 01
               VALUE  "  MES DO ANO ANTERIOR; METAS NO CADPARAM".
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
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           MOVE 1 TO W-HASAGE
           OPEN INPUT CADAGMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASAGE.
           MOVE 1 TO W-HASAUS
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASAUS.
           MOVE 1 TO W-HASFER
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFER.
           MOVE 1 TO W-HASESP
           OPEN INPUT CADESPERA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASESP.
           MOVE 1 TO W-HASPQ
           OPEN INPUT CADPESQ
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPQ.
           MOVE 1 TO W-HASFAT
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFAT.
           MOVE 1 TO W-HASPGT
           OPEN INPUT CADPAGTO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPGT.
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
           OPEN OUTPUT KPIMESTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO KPIMESTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           DISPLAY (14, 01) "*** APURANDO OS INDICADORES, AGUARDE ***"
           MOVE W-MESF TO TBP-MES (1) TBP-MES (3)
           MOVE W-ANOF TO TBP-ANO (1)
           COMPUTE TBP-ANO (3) = W-ANOF - 1
           IF W-MESF = 1
              MOVE 12 TO TBP-MES (2)
              COMPUTE TBP-ANO (2) = W-ANOF - 1
           ELSE
              COMPUTE TBP-MES (2) = W-MESF - 1
              MOVE W-ANOF TO TBP-ANO (2).
           MOVE ZEROS TO TABKPI W-FAT0 (1) W-FAT0 (2) W-FAT0 (3)
           PERFORM CARREGA-METAS THRU CARREGA-METAS-FIM.

      ***** 1. CONSULTAS: REALIZADAS, FALTAS, CANCELAMENTOS, GLOSAS *
      *****    E PACIENTES NOVOS (PRIMEIRA CONSULTA REALIZADA) ******
       CONSULTAS.
           MOVE ZEROS TO W-CPFANT W-PRIMDT W-PRIMUNI
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CONSULTAS-FIM.
       CONSULTAS-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONSULTAS-FIM.
           IF CPFC NOT = W-CPFANT
              PERFORM PACIENTE-NOVO THRU PACIENTE-NOVO-FIM
              MOVE CPFC TO W-CPFANT
              MOVE ZEROS TO W-PRIMDT W-PRIMUNI.
           MOVE UNIDCONS TO W-U
           IF W-U = 0
              MOVE 1 TO W-U.
           IF STATUSCONS = "R"
              COMPUTE W-DTSEQ = ANOCON1 * 10000 + MESCON1 * 100
                              + DIACON1
              IF W-PRIMDT = 0 OR W-DTSEQ < W-PRIMDT
                 MOVE W-DTSEQ TO W-PRIMDT
                 MOVE W-U TO W-PRIMUNI.
           MOVE ANOCON1 TO W-PANO
           MOVE MESCON1 TO W-PMES
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO CONSULTAS-LER.
           MOVE 1 TO TBK-ATIVA (W-U)
           ADD 1 TO TBK-TOTAL (W-U, W-P)
           IF STATUSCONS = "C"
              ADD 1 TO TBK-CANC (W-U, W-P)
              GO TO CONSULTAS-LER.
           IF STATUSCONS = "F"
              ADD 1 TO TBK-FALTA (W-U, W-P).
           PERFORM MARCA-AGENDA THRU MARCA-AGENDA-FIM
           IF STATUSCONS NOT = "R"
              GO TO CONSULTAS-LER.
           ADD 1 TO TBK-CONS (W-U, W-P)
           IF DOCONVENIO = 0
              GO TO CONSULTAS-LER.
           MOVE ZEROS TO W-VCONV
           IF VALORCONSULTACONS > VALORCOPAGTOCONS
              COMPUTE W-VCONV = VALORCONSULTACONS - VALORCOPAGTOCONS.
           ADD W-VCONV TO TBK-GLV (W-U, W-P)
           IF GLOSACONS = "S"
              ADD W-VCONV TO TBK-GLG (W-U, W-P).
           GO TO CONSULTAS-LER.
       CONSULTAS-FIM.
           PERFORM PACIENTE-NOVO THRU PACIENTE-NOVO-FIM.

      ***** 2. OCUPACAO: HORARIOS OFERTADOS PELO TEMPLATE NOS DIAS **
      *****    SEM FERIADO E SEM AUSENCIA DO MEDICO *****************
       OCUPACAO.
           IF W-NAGE = 0
              GO TO ESPERA.
           MOVE 1 TO W-P.
       OCUPACAO-PER.
           MOVE 1 TO W-CDIA
           MOVE TBP-MES (W-P) TO W-ZMES
           MOVE TBP-ANO (W-P) TO W-ZANO
           MOVE W-DIASMES (TBP-MES (W-P)) TO W-ULTDIA
           IF TBP-MES (W-P) = 2
              DIVIDE TBP-ANO (W-P) BY 4 GIVING W-ULT1
                     REMAINDER W-ULT2
              IF W-ULT2 = 0
                 MOVE 29 TO W-ULTDIA.
       OCUPACAO-DIA.
           IF W-CDIA > W-ULTDIA
              GO TO OCUPACAO-PROXPER.
           MOVE W-CDIA TO W-ZDIA
           MOVE TBP-MES (W-P) TO W-ZMES
           MOVE TBP-ANO (W-P) TO W-ZANO
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           COMPUTE W-DTSEQ = TBP-ANO (W-P) * 10000
                           + TBP-MES (W-P) * 100 + W-CDIA
           PERFORM CHK-FERIA THRU CHK-FERIA-FIM
           IF W-FERIADO = 1
              GO TO OCUPACAO-PROXDIA.
           MOVE 1 TO W-IAGE.
       OCUPACAO-AGE.
           IF W-IAGE > W-NAGE
              GO TO OCUPACAO-PROXDIA.
           IF TA-DSEM (W-IAGE) = W-DIASEM
              PERFORM CHK-AUSEN THRU CHK-AUSEN-FIM
              IF W-AUSENTE = 0
                 ADD 1 TO TA-DIAS (W-IAGE, W-P).
           ADD 1 TO W-IAGE
           GO TO OCUPACAO-AGE.
       OCUPACAO-PROXDIA.
           ADD 1 TO W-CDIA
           GO TO OCUPACAO-DIA.
       OCUPACAO-PROXPER.
           IF W-P < 3
              ADD 1 TO W-P
              GO TO OCUPACAO-PER.
           MOVE 1 TO W-IAGE.
       OCUPACAO-SOMA.
           IF W-IAGE > W-NAGE
              GO TO ESPERA.
           MOVE TA-UNI (W-IAGE) TO W-U
           MOVE 1 TO W-P.
       OCUPACAO-SOMA-PER.
           COMPUTE TBK-OFER (W-U, W-P) = TBK-OFER (W-U, W-P)
                   + TA-SPD (W-IAGE) * TA-DIAS (W-IAGE, W-P)
           IF TA-DIAS (W-IAGE, W-P) > 0
              MOVE 1 TO TBK-ATIVA (W-U).
           IF W-P < 3
              ADD 1 TO W-P
              GO TO OCUPACAO-SOMA-PER.
           ADD 1 TO W-IAGE
           GO TO OCUPACAO-SOMA.

      ***** 3. ESPERA MEDIA: CHEGADA ATE A CHAMADA (COMO O SMPRTMP) *
       ESPERA.
           IF W-HASESP = 0
              GO TO NPS.
           MOVE ZEROS TO KEYESPERA
           START CADESPERA KEY IS NOT LESS KEYESPERA INVALID KEY
              GO TO NPS.
       ESPERA-LER.
           READ CADESPERA NEXT
           IF ST-ERRO NOT = "00"
              GO TO NPS.
           IF HORACHAMA = 0
              GO TO ESPERA-LER.
           MOVE ANOESP TO W-PANO
           MOVE MESESP TO W-PMES
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO ESPERA-LER.
           COMPUTE W-CHEGMIN = HORAESPH * 60 + HORAESPM
           COMPUTE W-CHAMMIN = HORACHAMAH * 60 + HORACHAMAM
           IF W-CHAMMIN < W-CHEGMIN
              GO TO ESPERA-LER.
           MOVE UNIDESP TO W-U
           IF W-U = 0
              MOVE 1 TO W-U.
           MOVE 1 TO TBK-ATIVA (W-U)
           ADD 1 TO TBK-NESP (W-U, W-P)
           COMPUTE TBK-MESP (W-U, W-P) = TBK-MESP (W-U, W-P)
                                       + W-CHAMMIN - W-CHEGMIN
           GO TO ESPERA-LER.

      ***** 4. NPS DAS PESQUISAS RESPONDIDAS (COMO O SMPRNPS) *******
       NPS.
           IF W-HASPQ = 0
              GO TO FATURAS.
           MOVE ZEROS TO KEYPESQ
           START CADPESQ KEY IS NOT LESS KEYPESQ INVALID KEY
              GO TO FATURAS.
       NPS-LER.
           READ CADPESQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO FATURAS.
           IF SITUACAOPQ = "I"
              GO TO NPS-LER.
      ***** DATAPQ GUARDA DDMMAAAA
           MOVE DATAPQ (5:4) TO W-PANO
           MOVE DATAPQ (3:2) TO W-PMES
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO NPS-LER.
           MOVE UNIDPQ TO W-U
           IF W-U = 0
              MOVE 1 TO W-U.
           MOVE 1 TO TBK-ATIVA (W-U)
           ADD 1 TO TBK-NPSQ (W-U, W-P)
           IF NOTAPQ > 8
              ADD 1 TO TBK-PROM (W-U, W-P).
           IF NOTAPQ < 7
              ADD 1 TO TBK-DETR (W-U, W-P).
           GO TO NPS-LER.

      ***** 5. RECEITA DE CONVENIO: FATURAS DO MES POR UNIDFAT ******
       FATURAS.
           IF W-HASFAT = 0
              GO TO PRAZO.
           MOVE ZEROS TO NUMFATURA
           START CADFATUR KEY IS NOT LESS NUMFATURA INVALID KEY
              GO TO PRAZO.
       FATURAS-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO FATURAS-RATEIO.
           IF STATUSFAT = "X"
              GO TO FATURAS-LER.
           MOVE ANOFAT TO W-PANO
           MOVE MESFAT TO W-PMES
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO FATURAS-LER.
           IF UNIDFAT = 0
              ADD VALORFAT TO W-FAT0 (W-P)
              GO TO FATURAS-LER.
           MOVE UNIDFAT TO W-U
           MOVE 1 TO TBK-ATIVA (W-U)
           ADD VALORFAT TO TBK-REC (W-U, W-P)
           GO TO FATURAS-LER.
      ***** FATURA DE TODAS AS UNIDADES: RATEIO PELO VALOR DAS
      ***** CONSULTAS DE CONVENIO; SEM BASE, SO NO CONSOLIDADO
       FATURAS-RATEIO.
           MOVE 1 TO W-P.
       FATURAS-RATEIO-PER.
           IF W-FAT0 (W-P) = 0
              GO TO FATURAS-RATEIO-PROX.
           MOVE ZEROS TO W-PESO W-ULT
           MOVE 1 TO W-U.
       FATURAS-RATEIO-PESO.
           IF TBK-GLV (W-U, W-P) > 0
              ADD TBK-GLV (W-U, W-P) TO W-PESO
              MOVE W-U TO W-ULT.
           IF W-U < 99
              ADD 1 TO W-U
              GO TO FATURAS-RATEIO-PESO.
           IF W-PESO = 0
              ADD W-FAT0 (W-P) TO TBK-REC (100, W-P)
              GO TO FATURAS-RATEIO-PROX.
           MOVE ZEROS TO W-DIST
           MOVE 1 TO W-U.
       FATURAS-RATEIO-DIST.
           IF W-U > W-ULT
              GO TO FATURAS-RATEIO-PROX.
           IF TBK-GLV (W-U, W-P) = 0
              ADD 1 TO W-U
              GO TO FATURAS-RATEIO-DIST.
           IF W-U = W-ULT
              COMPUTE W-PARTE = W-FAT0 (W-P) - W-DIST
           ELSE
              COMPUTE W-PARTE ROUNDED =
                      W-FAT0 (W-P) * TBK-GLV (W-U, W-P) / W-PESO.
           ADD W-PARTE TO TBK-REC (W-U, W-P)
           ADD W-PARTE TO W-DIST
           ADD 1 TO W-U
           GO TO FATURAS-RATEIO-DIST.
       FATURAS-RATEIO-PROX.
           IF W-P < 3
              ADD 1 TO W-P
              GO TO FATURAS-RATEIO-PER.

      ***** 6. PRAZO MEDIO DE RECEBIMENTO DOS PAGAMENTOS DO MES *****
      *****    (FATURA DE TODAS AS UNIDADES: SO NO CONSOLIDADO) ****
       PRAZO.
           IF W-HASPGT = 0 OR W-HASFAT = 0
              GO TO CAIXA.
           MOVE ZEROS TO KEYPAGTO
           START CADPAGTO KEY IS NOT LESS KEYPAGTO INVALID KEY
              GO TO CAIXA.
       PRAZO-LER.
           READ CADPAGTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CAIXA.
           IF SITUACAOPG = "C" OR SITUACAOPG = "I"
              OR VALORPAGTO = 0
              GO TO PRAZO-LER.
           MOVE ANOPG TO W-PANO
           MOVE MESPG TO W-PMES
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO PRAZO-LER.
           MOVE NUMFATPG TO NUMFATURA
           READ CADFATUR
           IF ST-ERRO NOT = "00" OR DATAGERFAT = 0
              GO TO PRAZO-LER.
           MOVE DATAGERFAT TO W-GERAMD
           MOVE W-GERDIA TO W-DSDIA
           MOVE W-GERMES TO W-DSMES
           MOVE W-GERANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-SERGER
           MOVE DIAPG TO W-DSDIA
           MOVE MESPG TO W-DSMES
           MOVE ANOPG TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE ZEROS TO W-DIAS
           IF W-DSSER > W-SERGER
              COMPUTE W-DIAS = W-DSSER - W-SERGER.
           MOVE UNIDFAT TO W-U
           IF W-U = 0
              MOVE 100 TO W-U.
           ADD VALORPAGTO TO TBK-PRZV (W-U, W-P)
           COMPUTE TBK-PRZD (W-U, W-P) = TBK-PRZD (W-U, W-P)
                                       + VALORPAGTO * W-DIAS
           GO TO PRAZO-LER.

      ***** 7. RECEITA PARTICULAR E COPAGAMENTO DO CAIXA, MENOS *****
      *****    OS ESTORNOS (MESMA ORIGEM DO SMPRDRE) ****************
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
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO CAIXA-LER.
           MOVE CPFCX  TO CPFC
           MOVE DATACX TO DATACON1
           MOVE SEQCX  TO SEQCON
           PERFORM ORIGEM-CX THRU ORIGEM-CX-FIM
           MOVE 1 TO TBK-ATIVA (W-U)
           ADD VALORCX TO TBK-REC (W-U, W-P)
           GO TO CAIXA-LER.

       ESTORNOS.
           IF W-HASEST = 0
              GO TO RELATORIO.
           MOVE ZEROS TO NUMRECES
           START CADESTOR KEY IS NOT LESS NUMRECES INVALID KEY
              GO TO RELATORIO.
       ESTORNOS-LER.
           READ CADESTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO.
           MOVE ANOES TO W-PANO
           MOVE MESES TO W-PMES
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO ESTORNOS-LER.
           MOVE CPFES    TO CPFC
           MOVE DATACXES TO DATACON1
           MOVE SEQCXES  TO SEQCON
           PERFORM ORIGEM-CX THRU ORIGEM-CX-FIM
           SUBTRACT VALORES FROM TBK-REC (W-U, W-P)
           GO TO ESTORNOS-LER.

      ***** RELATORIO: UM BLOCO POR UNIDADE E O CONSOLIDADO *********
       RELATORIO.
           MOVE SPACES TO REGKPIMESTX
           STRING "PAINEL DE INDICADORES DA GERENCIA - MES: "
                  W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE SPACES TO REGKPIMESTX
           STRING "COMPARACAO COM " TBP-MES (2) "/" TBP-ANO (2)
                  " (MES ANTERIOR) E " TBP-MES (3) "/" TBP-ANO (3)
                  " (MESMO MES DO ANO ANTERIOR). ** = FORA DA META"
                  DELIMITED BY SIZE INTO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE ALL "=" TO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE ZEROS TO W-QFORA
           MOVE 1 TO W-UNIATU.
       RELATORIO-UNI.
           IF W-UNIATU > 99
              GO TO RELATORIO-CONS.
           IF TBK-ATIVA (W-UNIATU) = 0
              ADD 1 TO W-UNIATU
              GO TO RELATORIO-UNI.
           MOVE SPACES TO W-NOMEUNI
           IF W-HASUNI = 1
              MOVE W-UNIATU TO CODUNID
              READ CADUNID
              IF ST-ERRO = "00"
                 MOVE DENOMUNID TO W-NOMEUNI.
           MOVE SPACES TO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE SPACES TO REGKPIMESTX
           STRING "UNIDADE " W-UNIATU " - " W-NOMEUNI
                  DELIMITED BY SIZE INTO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE 0 TO W-TODAS
           PERFORM SOMA-BLOCO THRU SOMA-BLOCO-FIM
           PERFORM IMPRIME-BLOCO THRU IMPRIME-BLOCO-FIM
           ADD 1 TO W-UNIATU
           GO TO RELATORIO-UNI.
       RELATORIO-CONS.
           MOVE SPACES TO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE ALL "=" TO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE SPACES TO REGKPIMESTX
           STRING "CONSOLIDADO DE TODAS AS UNIDADES"
                  DELIMITED BY SIZE INTO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE 1 TO W-TODAS
           PERFORM SOMA-BLOCO THRU SOMA-BLOCO-FIM
           PERFORM IMPRIME-BLOCO THRU IMPRIME-BLOCO-FIM
           MOVE SPACES TO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE SPACES TO REGKPIMESTX
           STRING "INDICADORES FORA DA META NO MES: " W-QFORA
                  DELIMITED BY SIZE INTO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE "SMPRKPI" TO W-PROGCAT
           MOVE "KPIMESTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "*** PAINEL GERADO EM KPIMESTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONSU KPIMESTX.
           IF W-HASMED = 1
              CLOSE CADMED.
           IF W-HASUNI = 1
              CLOSE CADUNID.
           IF W-HASAGE = 1
              CLOSE CADAGMED.
           IF W-HASAUS = 1
              CLOSE CADAUSEN.
           IF W-HASFER = 1
              CLOSE CADFERIA.
           IF W-HASESP = 1
              CLOSE CADESPERA.
           IF W-HASPQ = 1
              CLOSE CADPESQ.
           IF W-HASFAT = 1
              CLOSE CADFATUR.
           IF W-HASPGT = 1
              CLOSE CADPAGTO.
           IF W-HASCX = 1
              CLOSE CADCAIXA.
           IF W-HASCCR = 1
              CLOSE CADCXCAR.
           IF W-HASEST = 1
              CLOSE CADESTOR.
       RotinaFim2.
           EXIT PROGRAM.

      ***** PERIODO (W-P) DO MES/ANO W-PMES/W-PANO; 0 = FORA ********
       PERIODO.
           MOVE 1 TO W-P.
       PERIODO-LOOP.
           IF W-PMES = TBP-MES (W-P) AND W-PANO = TBP-ANO (W-P)
              GO TO PERIODO-FIM.
           IF W-P < 3
              ADD 1 TO W-P
              GO TO PERIODO-LOOP.
           MOVE 0 TO W-P.
       PERIODO-FIM.
           EXIT.

      ***** METAS DO CADPARAM E TEMPLATE DA AGENDA ******************
       CARREGA-METAS.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO TABMETAV
              GO TO CARREGA-AGENDA.
           MOVE 1 TO W-I.
       CARREGA-METAS-LOOP.
           MOVE 0 TO TBT-TEM (W-I)
           MOVE ZEROS TO TBT-VAL (W-I)
           MOVE TBT-CHAVE (W-I) TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I" AND VALORPAR > 0
              MOVE 1 TO TBT-TEM (W-I)
              IF TBT-ESC (W-I) = 2
                 COMPUTE TBT-VAL (W-I) = VALORPAR / 10
              ELSE
                 MOVE VALORPAR TO TBT-VAL (W-I).
           IF W-I < 10
              ADD 1 TO W-I
              GO TO CARREGA-METAS-LOOP.
           CLOSE CADPARAM.
       CARREGA-AGENDA.
           MOVE ZEROS TO W-NAGE
           IF W-HASAGE = 0
              GO TO CARREGA-METAS-FIM.
           MOVE ZEROS TO KEYAGMED
           START CADAGMED KEY IS NOT LESS KEYAGMED INVALID KEY
              GO TO CARREGA-METAS-FIM.
       CARREGA-AGENDA-LER.
           READ CADAGMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-METAS-FIM.
           IF SITUACAOAG = "I" OR DURACAOAG = 0
              GO TO CARREGA-AGENDA-LER.
           IF W-NAGE NOT < 200
              GO TO CARREGA-METAS-FIM.
           ADD 1 TO W-NAGE
           MOVE CRMAG    TO TA-CRM (W-NAGE)
           MOVE DIASEMAG TO TA-DSEM (W-NAGE)
           MOVE ZEROS TO TA-SPD (W-NAGE) TA-DIAS (W-NAGE, 1)
                         TA-DIAS (W-NAGE, 2) TA-DIAS (W-NAGE, 3)
           MOVE 1 TO TA-UNI (W-NAGE)
           IF W-HASMED = 1
              MOVE CRMAG TO CRM
              READ CADMED
              IF ST-ERRO = "00" AND QTDUNID > 0 AND UNIDMED (1) > 0
                 MOVE UNIDMED (1) TO TA-UNI (W-NAGE).
           COMPUTE W-SLOTMIN = HORAINIAGH * 60 + HORAINIAGM
           COMPUTE W-FIMMIN  = HORAFIMAGH * 60 + HORAFIMAGM.
       CARREGA-AGENDA-SLOT.
           IF W-SLOTMIN NOT < W-FIMMIN
              GO TO CARREGA-AGENDA-LER.
           ADD 1 TO TA-SPD (W-NAGE)
           ADD DURACAOAG TO W-SLOTMIN
           GO TO CARREGA-AGENDA-SLOT.
       CARREGA-METAS-FIM.
           EXIT.

      ***** CONSULTA MARCADA NUM HORARIO DO TEMPLATE DO MEDICO ******
      ***** CONTA NA UNIDADE DA AGENDA (COMO O SMPRUTI) ************
       MARCA-AGENDA.
           IF W-NAGE = 0
              GO TO MARCA-AGENDA-FIM.
           MOVE DIACON1 TO W-ZDIA
           MOVE MESCON1 TO W-ZMES
           MOVE ANOCON1 TO W-ZANO
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE 1 TO W-IAGE.
       MARCA-AGENDA-LOOP.
           IF W-IAGE > W-NAGE
              GO TO MARCA-AGENDA-FIM.
           IF TA-CRM (W-IAGE) = CODMEDICO
              AND TA-DSEM (W-IAGE) = W-DIASEM
              ADD 1 TO TBK-MARC (TA-UNI (W-IAGE), W-P)
              GO TO MARCA-AGENDA-FIM.
           ADD 1 TO W-IAGE
           GO TO MARCA-AGENDA-LOOP.
       MARCA-AGENDA-FIM.
           EXIT.

      ***** FECHA O CPF ANTERIOR: PACIENTE NOVO SE A PRIMEIRA *******
      ***** CONSULTA REALIZADA CAIU NUM DOS PERIODOS ***************
       PACIENTE-NOVO.
           IF W-PRIMDT = 0
              GO TO PACIENTE-NOVO-FIM.
           DIVIDE W-PRIMDT BY 10000 GIVING W-PANO
           COMPUTE W-PMES = (W-PRIMDT - W-PANO * 10000) / 100
           PERFORM PERIODO THRU PERIODO-FIM
           IF W-P = 0
              GO TO PACIENTE-NOVO-FIM.
           ADD 1 TO TBK-NOVOS (W-PRIMUNI, W-P).
       PACIENTE-NOVO-FIM.
           EXIT.

      ***** UNIDADE DE UM RECEBIMENTO DO CAIXA: A DA CONSULTA DE ****
      ***** MESMA CHAVE; SEM ELA, A DO CARTAO OU A 1 ***************
       ORIGEM-CX.
           MOVE 1 TO W-U
           READ CADCONSU
           IF ST-ERRO = "00"
              IF UNIDCONS > 0
                 MOVE UNIDCONS TO W-U.
           IF ST-ERRO = "00" OR W-HASCCR = 0
              GO TO ORIGEM-CX-FIM.
           MOVE CPFC     TO CPFCC
           MOVE DATACON1 TO DATACC
           MOVE SEQCON   TO SEQCC
           READ CADCXCAR
           IF ST-ERRO = "00" AND UNIDCC > 0
              MOVE UNIDCC TO W-U.
       ORIGEM-CX-FIM.
           EXIT.

      ***** SOMA A UNIDADE W-UNIATU (OU TODAS) E CALCULA OS *********
      ***** INDICADORES DOS TRES PERIODOS ***************************
       SOMA-BLOCO.
           MOVE ZEROS TO TABSOMA
           MOVE 1 TO W-U.
       SOMA-BLOCO-UNI.
           IF W-TODAS = 1 OR W-U = W-UNIATU
              PERFORM SOMA-UNI THRU SOMA-UNI-FIM.
           IF W-U < 100
              ADD 1 TO W-U
              GO TO SOMA-BLOCO-UNI.
           MOVE 1 TO W-P.
       SOMA-BLOCO-IND.
           MOVE 1 TO W-I.
       SOMA-BLOCO-ZERA.
           MOVE ZEROS TO TBI-VAL (W-I, W-P)
           MOVE 1 TO TBI-TEM (W-I, W-P)
           IF W-I < 10
              ADD 1 TO W-I
              GO TO SOMA-BLOCO-ZERA.
           MOVE TBS-CONS (W-P)  TO TBI-VAL (1, W-P)
           MOVE TBS-NOVOS (W-P) TO TBI-VAL (2, W-P)
           COMPUTE W-BASE = TBS-TOTAL (W-P) - TBS-CANC (W-P)
           IF W-BASE > 0
              COMPUTE TBI-VAL (3, W-P) ROUNDED =
                      TBS-FALTA (W-P) * 100 / W-BASE
           ELSE
              MOVE 0 TO TBI-TEM (3, W-P).
           IF TBS-TOTAL (W-P) > 0
              COMPUTE TBI-VAL (4, W-P) ROUNDED =
                      TBS-CANC (W-P) * 100 / TBS-TOTAL (W-P)
           ELSE
              MOVE 0 TO TBI-TEM (4, W-P).
           IF TBS-OFER (W-P) > 0
              COMPUTE TBI-VAL (5, W-P) ROUNDED =
                      TBS-MARC (W-P) * 100 / TBS-OFER (W-P)
           ELSE
              MOVE 0 TO TBI-TEM (5, W-P).
           IF TBS-NESP (W-P) > 0
              COMPUTE TBI-VAL (6, W-P) ROUNDED =
                      TBS-MESP (W-P) / TBS-NESP (W-P)
           ELSE
              MOVE 0 TO TBI-TEM (6, W-P).
           IF TBS-NPSQ (W-P) > 0
              COMPUTE TBI-VAL (7, W-P) ROUNDED =
                      (TBS-PROM (W-P) - TBS-DETR (W-P)) * 100
                      / TBS-NPSQ (W-P)
           ELSE
              MOVE 0 TO TBI-TEM (7, W-P).
           MOVE TBS-REC (W-P) TO TBI-VAL (8, W-P)
           IF TBS-PRZV (W-P) > 0
              COMPUTE TBI-VAL (9, W-P) ROUNDED =
                      TBS-PRZD (W-P) / TBS-PRZV (W-P)
           ELSE
              MOVE 0 TO TBI-TEM (9, W-P).
           IF TBS-GLV (W-P) > 0
              COMPUTE TBI-VAL (10, W-P) ROUNDED =
                      TBS-GLG (W-P) * 100 / TBS-GLV (W-P)
           ELSE
              MOVE 0 TO TBI-TEM (10, W-P).
           IF W-P < 3
              ADD 1 TO W-P
              GO TO SOMA-BLOCO-IND.
       SOMA-BLOCO-FIM.
           EXIT.

       SOMA-UNI.
           MOVE 1 TO W-P.
       SOMA-UNI-PER.
           ADD TBK-CONS (W-U, W-P)  TO TBS-CONS (W-P)
           ADD TBK-NOVOS (W-U, W-P) TO TBS-NOVOS (W-P)
           ADD TBK-TOTAL (W-U, W-P) TO TBS-TOTAL (W-P)
           ADD TBK-CANC (W-U, W-P)  TO TBS-CANC (W-P)
           ADD TBK-FALTA (W-U, W-P) TO TBS-FALTA (W-P)
           ADD TBK-OFER (W-U, W-P)  TO TBS-OFER (W-P)
           ADD TBK-MARC (W-U, W-P)  TO TBS-MARC (W-P)
           ADD TBK-NESP (W-U, W-P)  TO TBS-NESP (W-P)
           ADD TBK-MESP (W-U, W-P)  TO TBS-MESP (W-P)
           ADD TBK-NPSQ (W-U, W-P)  TO TBS-NPSQ (W-P)
           ADD TBK-PROM (W-U, W-P)  TO TBS-PROM (W-P)
           ADD TBK-DETR (W-U, W-P)  TO TBS-DETR (W-P)
           ADD TBK-REC (W-U, W-P)   TO TBS-REC (W-P)
           ADD TBK-PRZV (W-U, W-P)  TO TBS-PRZV (W-P)
           ADD TBK-PRZD (W-U, W-P)  TO TBS-PRZD (W-P)
           ADD TBK-GLV (W-U, W-P)   TO TBS-GLV (W-P)
           ADD TBK-GLG (W-U, W-P)   TO TBS-GLG (W-P)
           IF W-P < 3
              ADD 1 TO W-P
              GO TO SOMA-UNI-PER.
       SOMA-UNI-FIM.
           EXIT.

      ***** LINHAS DO BLOCO: INDICADOR, MES, MES ANTERIOR E A *******
      ***** VARIACAO, MES DO ANO ANTERIOR E A VARIACAO, META ********
       IMPRIME-BLOCO.
           MOVE SPACES TO W-LINHA
           MOVE "INDICADOR"       TO W-LINHA (4:9)
           MOVE "MES"             TO W-LINHA (46:3)
           MOVE "MES ANTERIOR"    TO W-LINHA (52:12)
           MOVE "VARIACAO"        TO W-LINHA (71:8)
           MOVE "MES ANO ANT."    TO W-LINHA (82:12)
           MOVE "VARIACAO"        TO W-LINHA (101:8)
           MOVE "META"            TO W-LINHA (120:4)
           MOVE W-LINHA TO REGKPIMESTX
           WRITE REGKPIMESTX
           MOVE 1 TO W-I.
       IMPRIME-BLOCO-LIN.
           MOVE SPACES TO W-LINHA
           MOVE TBN-NOME (W-I) TO W-LINHA (4:30)
           MOVE TBN-DEC (W-I) TO W-DECX
           MOVE 1 TO W-P
           PERFORM EDITA-IND THRU EDITA-IND-FIM
           MOVE W-TXT15 TO W-LINHA (34:15)
           MOVE 2 TO W-P
           PERFORM EDITA-IND THRU EDITA-IND-FIM
           MOVE W-TXT15 TO W-LINHA (49:15)
           PERFORM EDITA-VAR THRU EDITA-VAR-FIM
           MOVE W-TXT15 TO W-LINHA (64:15)
           MOVE 3 TO W-P
           PERFORM EDITA-IND THRU EDITA-IND-FIM
           MOVE W-TXT15 TO W-LINHA (79:15)
           PERFORM EDITA-VAR THRU EDITA-VAR-FIM
           MOVE W-TXT15 TO W-LINHA (94:15)
           PERFORM CHK-META THRU CHK-META-FIM
           IF TBT-TEM (W-I) = 1
              MOVE TBT-VAL (W-I) TO W-VALX
              IF TBT-ESC (W-I) = 2
                 MOVE 1 TO W-DECX
                 PERFORM EDITA-VALX THRU EDITA-VALX-FIM
                 MOVE W-TXT15 TO W-LINHA (109:15)
              ELSE
                 MOVE 0 TO W-DECX
                 PERFORM EDITA-VALX THRU EDITA-VALX-FIM
                 MOVE W-TXT15 TO W-LINHA (109:15).
           IF W-FORA = 1
              MOVE "**" TO W-LINHA (1:2)
              MOVE "FORA DA META" TO W-LINHA (126:12)
              ADD 1 TO W-QFORA.
           MOVE W-LINHA TO REGKPIMESTX
           WRITE REGKPIMESTX
           IF W-I < 10
              ADD 1 TO W-I
              GO TO IMPRIME-BLOCO-LIN.
       IMPRIME-BLOCO-FIM.
           EXIT.

      ***** VALOR DO INDICADOR W-I NO PERIODO W-P (SEM BASE: "-") ***
       EDITA-IND.
           IF TBI-TEM (W-I, W-P) = 0
              MOVE "              -" TO W-TXT15
              GO TO EDITA-IND-FIM.
           MOVE TBI-VAL (W-I, W-P) TO W-VALX
           MOVE TBN-DEC (W-I) TO W-DECX
           PERFORM EDITA-VALX THRU EDITA-VALX-FIM.
       EDITA-IND-FIM.
           EXIT.

      ***** VARIACAO DO MES CONTRA O PERIODO W-P (DIFERENCA; NAS ****
      ***** TAXAS, EM PONTOS PERCENTUAIS) ***************************
       EDITA-VAR.
           IF TBI-TEM (W-I, 1) = 0 OR TBI-TEM (W-I, W-P) = 0
              MOVE "              -" TO W-TXT15
              GO TO EDITA-VAR-FIM.
           COMPUTE W-VALX = TBI-VAL (W-I, 1) - TBI-VAL (W-I, W-P)
           MOVE TBN-DEC (W-I) TO W-DECX
           PERFORM EDITA-VALX THRU EDITA-VALX-FIM.
       EDITA-VAR-FIM.
           EXIT.

       EDITA-VALX.
           MOVE SPACES TO W-TXT15
           IF W-DECX = 0
              MOVE W-VALX TO W-E0
              MOVE W-E0 TO W-TXT15 (4:12)
           ELSE
              IF W-DECX = 1
                 MOVE W-VALX TO W-E1
                 MOVE W-E1 TO W-TXT15 (2:14)
              ELSE
                 MOVE W-VALX TO W-E2
                 MOVE W-E2 TO W-TXT15.
       EDITA-VALX-FIM.
           EXIT.

      ***** O VALOR DO MES ESTA FORA DA META DO INDICADOR W-I? ******
       CHK-META.
           MOVE 0 TO W-FORA
           IF TBT-TEM (W-I) = 0 OR TBI-TEM (W-I, 1) = 0
              GO TO CHK-META-FIM.
           IF TBT-SENT (W-I) = "N"
              IF TBI-VAL (W-I, 1) < TBT-VAL (W-I)
                 MOVE 1 TO W-FORA.
           IF TBT-SENT (W-I) = "X"
              IF TBI-VAL (W-I, 1) > TBT-VAL (W-I)
                 MOVE 1 TO W-FORA.
       CHK-META-FIM.
           EXIT.

      ***** FERIADO INTEGRAL FECHA A CLINICA NO DIA *****************
       CHK-FERIA.
           MOVE 0 TO W-FERIADO
           IF W-HASFER = 0
              GO TO CHK-FERIA-FIM.
           MOVE W-CDIA TO DIAFERIA
           MOVE TBP-MES (W-P) TO MESFERIA
           MOVE TBP-ANO (W-P) TO ANOFERIA
           READ CADFERIA
           IF ST-ERRO NOT = "00"
              GO TO CHK-FERIA-FIM.
           IF SITUACAOFE = "I"
              GO TO CHK-FERIA-FIM.
           IF TIPOFERIA = "I"
              MOVE 1 TO W-FERIADO.
       CHK-FERIA-FIM.
           EXIT.

      ***** AUSENCIA DO MEDICO COBRINDO A DATA W-DTSEQ **************
       CHK-AUSEN.
           MOVE 0 TO W-AUSENTE
           IF W-HASAUS = 0
              GO TO CHK-AUSEN-FIM.
           MOVE TA-CRM (W-IAGE) TO CRMAU
           MOVE ZEROS TO DATAINIAU
           START CADAUSEN KEY IS NOT LESS KEYAUSEN INVALID KEY
              GO TO CHK-AUSEN-FIM.
       CHK-AUSEN-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-AUSEN-FIM.
           IF CRMAU NOT = TA-CRM (W-IAGE)
              GO TO CHK-AUSEN-FIM.
           IF SITUACAOAU = "I"
              GO TO CHK-AUSEN-LER.
           COMPUTE W-AUSINISEQ = ANOINIAU * 10000 + MESINIAU * 100
                               + DIAINIAU
           COMPUTE W-AUSFIMSEQ = ANOFIMAU * 10000 + MESFIMAU * 100
                               + DIAFIMAU
           IF W-DTSEQ NOT < W-AUSINISEQ
              AND W-DTSEQ NOT > W-AUSFIMSEQ
              MOVE 1 TO W-AUSENTE
              GO TO CHK-AUSEN-FIM.
           GO TO CHK-AUSEN-LER.
       CHK-AUSEN-FIM.
           EXIT.

      ***** CALCULA O DIA DA SEMANA (1=DOMINGO ... 7=SABADO) *********
       CALC-DIASEM.
           MOVE W-ZMES TO W-ZM
           MOVE W-ZANO TO W-ZA
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = 13 * (W-ZM + 1)
           DIVIDE W-ZT1 BY 5 GIVING W-ZT1
           DIVIDE W-ZK BY 4 GIVING W-ZT2
           DIVIDE W-ZJ BY 4 GIVING W-ZT3
           COMPUTE W-ZSUM = W-ZDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                          + 5 * W-ZJ
           DIVIDE W-ZSUM BY 7 GIVING W-ZQ REMAINDER W-ZH
           IF W-ZH = 0
              MOVE 7 TO W-DIASEM
           ELSE
              MOVE W-ZH TO W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.

      ***** NUMERO DE DIA CORRIDO (SERIAL) DE UMA DATA ***************
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
      ***** OS TERMOS BISSEXTOS CONTAM SO OS ANOS ANTERIORES; O ******
      ***** ANO CORRENTE ENTRA DEPOIS DE FEVEREIRO, NO AJUSTE ********
      ***** DO FIM DO PARAGRAFO **************************************
           SUBTRACT 1 FROM W-DSANO GIVING W-DSANT
           DIVIDE W-DSANT BY 4 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           DIVIDE W-DSANT BY 100 GIVING W-DST1
           SUBTRACT W-DST1 FROM W-DSSER
           DIVIDE W-DSANT BY 400 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           ADD W-CUMD (W-DSMES) TO W-DSSER
           IF W-DSMES > 2
              DIVIDE W-DSANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 ADD 1 TO W-DSSER.
       CALC-SERIAL-FIM.
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
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADAGMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAGMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAGMED
           MOVE SPACES TO W-ARQ-CADAUSEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAUSEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAUSEN
           MOVE SPACES TO W-ARQ-CADFERIA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFERIA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFERIA
           MOVE SPACES TO W-ARQ-CADESPERA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESPERA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESPERA
           MOVE SPACES TO W-ARQ-CADPESQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPESQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPESQ
           MOVE SPACES TO W-ARQ-CADFATUR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADPAGTO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGTO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGTO
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
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-KPIMESTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "KPIMESTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-KPIMESTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
