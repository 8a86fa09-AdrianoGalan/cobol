       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRANL.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * EXTRATO MENSAL PARA ANALISE (FATO/DIMENSAO):    *
      *   ANLFATTX.TXT  UMA LINHA POR CONSULTA DO MES   *
      *   ANLPACTX.TXT  PACIENTES DO MES, SEM DADOS     *
      *                 PESSOAIS (CHAVE SEQUENCIAL,     *
      *                 FAIXA ETARIA, SEXO E BAIRRO)    *
      *   ANLMEDTX.TXT  MEDICOS                         *
      *   ANLCNVTX.TXT  CONVENIOS E PLANOS              *
      *   ANLCIDTX.TXT  CID                             *
      *   ANLESPTX.TXT  ESPECIALIDADES                  *
      *   ANLUNITX.TXT  UNIDADES                        *
      *   ANLDATTX.TXT  DIAS DO MES                     *
      *   ANLCTLTX.TXT  CONTROLE: QUANTIDADES, TOTAIS   *
      *                 E CHAVES DO FATO SEM DIMENSAO   *
      * CAMPOS SEPARADOS POR ";", DATAS EM AAAAMMDD     *
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

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEP WITH DUPLICATES.

       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
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

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPLANO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMPLANO WITH DUPLICATES.

       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCID
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
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

       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DATAFERIA
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

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
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

       SELECT ANLFATTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLPACTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLMEDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLCNVTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLCIDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLESPTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLUNITX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLDATTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ANLCTLTX ASSIGN TO DISK
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOMEP         PIC X(30).
          03 DNASCP.
             05 DIANASP    PIC 9(02).
             05 MESNASP    PIC 9(02).
             05 ANONASP    PIC 9(04).
          03 SEXOP         PIC X(01).
          03 GENERO        PIC X(01).
          03 CONVENIO      PIC 9(04).
          03 EMAIL         PIC X(30).
          03 TELEFONE      PIC 9(11).
          03 CEP           PIC 9(08).
          03 SITUACAO4     PIC X(01).
          03 CARTEIRINHA   PIC X(15).
          03 VALIDADECART.
             05 DIAVAL     PIC 9(02).
             05 MESVAL     PIC 9(02).
             05 ANOVAL     PIC 9(04).
          03 NOMEFON       PIC X(30).
          03 NOMERESP      PIC X(30).
          03 CPFRESP       PIC 9(11).
          03 PARENTRESP    PIC X(10).
          03 TELRESP       PIC 9(11).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCEP.
       01 REGCEP.
          03 COD           PIC 9(08).
          03 ENDERECO      PIC X(30).
          03 BAIRRO        PIC X(20).
          03 CIDADE        PIC X(20).
          03 UF            PIC X(02).
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONV.
       01 REGCONV.
          03 CODIGO        PIC 9(04).
          03 NOMEC         PIC X(30).
          03 PLANO         PIC 9(02).
          03 VALORCONSULTA     PIC 9(06)V99.
          03 VALORCOPAGTO     PIC 9(06)V99.
          03 SITUACAO3     PIC X(01).
          03 LIMITEMES     PIC 9(02).
          03 LIMITEANO     PIC 9(03).
          03 VALORTELE     PIC 9(06)V99.
          03 VALORDOMIC    PIC 9(06)V99.
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).
      *
       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPLANO.
       01 REGPLANO.
          03 CODPLANO      PIC 9(02).
          03 DENOMPLANO    PIC X(50).
          03 SITUACAO5     PIC X(01).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCID.
       01 REGCID.
          03 CODCID        PIC X(05).
          03 DENOMINACAO   PIC X(30).
          03 SITUACAO2     PIC X(01).
          03 NOTIFICAVEL     PIC X(01).
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
       FD ANLFATTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLFATTX.
       01 REGANLFATTX       PIC X(200).
      *
       FD ANLPACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLPACTX.
       01 REGANLPACTX       PIC X(100).
      *
       FD ANLMEDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLMEDTX.
       01 REGANLMEDTX       PIC X(100).
      *
       FD ANLCNVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLCNVTX.
       01 REGANLCNVTX       PIC X(100).
      *
       FD ANLCIDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLCIDTX.
       01 REGANLCIDTX       PIC X(100).
      *
       FD ANLESPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLESPTX.
       01 REGANLESPTX       PIC X(100).
      *
       FD ANLUNITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLUNITX.
       01 REGANLUNITX       PIC X(100).
      *
       FD ANLDATTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLDATTX.
       01 REGANLDATTX       PIC X(100).
      *
       FD ANLCTLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANLCTLTX.
       01 REGANLCTLTX       PIC X(100).
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
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCEP PIC X(64) VALUE
          "CADCEP.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADPLANO PIC X(64) VALUE
          "CADPLANO.DAT".
       01 W-ARQ-CADCID PIC X(64) VALUE
          "CADCID.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADFERIA PIC X(64) VALUE
          "CADFERIA.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-ANLFATTX PIC X(64) VALUE
          "ANLFATTX.TXT".
       01 W-ARQ-ANLPACTX PIC X(64) VALUE
          "ANLPACTX.TXT".
       01 W-ARQ-ANLMEDTX PIC X(64) VALUE
          "ANLMEDTX.TXT".
       01 W-ARQ-ANLCNVTX PIC X(64) VALUE
          "ANLCNVTX.TXT".
       01 W-ARQ-ANLCIDTX PIC X(64) VALUE
          "ANLCIDTX.TXT".
       01 W-ARQ-ANLESPTX PIC X(64) VALUE
          "ANLESPTX.TXT".
       01 W-ARQ-ANLUNITX PIC X(64) VALUE
          "ANLUNITX.TXT".
       01 W-ARQ-ANLDATTX PIC X(64) VALUE
          "ANLDATTX.TXT".
       01 W-ARQ-ANLCTLTX PIC X(64) VALUE
          "ANLCTLTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-HASPAC    PIC 9(01) VALUE ZEROS.
       01 W-HASCEP    PIC 9(01) VALUE ZEROS.
       01 W-HASMED    PIC 9(01) VALUE ZEROS.
       01 W-HASCNV    PIC 9(01) VALUE ZEROS.
       01 W-HASPLA    PIC 9(01) VALUE ZEROS.
       01 W-HASCID    PIC 9(01) VALUE ZEROS.
       01 W-HASESP    PIC 9(01) VALUE ZEROS.
       01 W-HASUNI    PIC 9(01) VALUE ZEROS.
       01 W-HASFER    PIC 9(01) VALUE ZEROS.
       01 W-HASFAT    PIC 9(01) VALUE ZEROS.
       01 W-HASCX     PIC 9(01) VALUE ZEROS.
       01 W-HASEST    PIC 9(01) VALUE ZEROS.
       01 W-HASITE    PIC 9(01) VALUE ZEROS.
       01 W-HASMOV    PIC 9(01) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** QUANTIDADES GRAVADAS E TOTAIS DO FATO *******************
       01 W-QFAT      PIC 9(06) VALUE ZEROS.
       01 W-QPAC      PIC 9(06) VALUE ZEROS.
       01 W-QMED      PIC 9(06) VALUE ZEROS.
       01 W-QCNV      PIC 9(06) VALUE ZEROS.
       01 W-QCID      PIC 9(06) VALUE ZEROS.
       01 W-QESP      PIC 9(06) VALUE ZEROS.
       01 W-QUNI      PIC 9(06) VALUE ZEROS.
       01 W-QDAT      PIC 9(06) VALUE ZEROS.
       01 W-TFATUR    PIC 9(11)V99 VALUE ZEROS.
       01 W-TCOPAG    PIC 9(11)V99 VALUE ZEROS.
       01 W-TGLOSA    PIC 9(11)V99 VALUE ZEROS.
       01 W-TRECEB    PIC S9(11)V99 VALUE ZEROS.
       01 W-TMATER    PIC 9(11)V99 VALUE ZEROS.
      ***** CHAVES DO FATO SEM A DIMENSAO CORRESPONDENTE ************
       01 W-OPAC      PIC 9(06) VALUE ZEROS.
       01 W-OMED      PIC 9(06) VALUE ZEROS.
       01 W-OCNV      PIC 9(06) VALUE ZEROS.
       01 W-OCID      PIC 9(06) VALUE ZEROS.
       01 W-OESP      PIC 9(06) VALUE ZEROS.
       01 W-OUNI      PIC 9(06) VALUE ZEROS.
       01 W-ODAT      PIC 9(06) VALUE ZEROS.
       01 W-OTOT      PIC 9(06) VALUE ZEROS.
       01 W-ODIM      PIC X(08) VALUE SPACES.
       01 W-OCHAVE    PIC X(11) VALUE SPACES.
      ***** CAMPOS DA LINHA DO FATO *********************************
       01 W-PACSK     PIC 9(06) VALUE ZEROS.
       01 W-CPFANT    PIC 9(11) VALUE ZEROS.
       01 W-AMD       PIC 9(08) VALUE ZEROS.
       01 W-ESP       PIC 9(02) VALUE ZEROS.
       01 W-UNI       PIC 9(02) VALUE ZEROS.
       01 W-VCONV     PIC 9(08)V99 VALUE ZEROS.
       01 W-GLOSADO   PIC 9(08)V99 VALUE ZEROS.
       01 W-RECEBIDO  PIC S9(08)V99 VALUE ZEROS.
       01 W-MATER     PIC 9(09)V99 VALUE ZEROS.
       01 W-DATAC     PIC 9(08) VALUE ZEROS.
       01 W-AMCON     PIC 9(06) VALUE ZEROS.
       01 W-ACHOU     PIC 9(01) VALUE ZEROS.
       01 W-V1        PIC 9(09),99.
       01 W-V2        PIC 9(09),99.
       01 W-V3        PIC 9(09),99.
       01 W-V4        PIC -9(09),99.
       01 W-V5        PIC 9(09),99.
       01 W-VTOT      PIC -9(11),99.
      ***** PACIENTE: FAIXA ETARIA NA PRIMEIRA CONSULTA DO MES ******
       01 W-IDADE     PIC 9(03) VALUE ZEROS.
       01 W-FAIXA     PIC X(05) VALUE SPACES.
       01 W-SEXO      PIC X(01) VALUE SPACES.
       01 W-BAIRRO    PIC X(20) VALUE SPACES.
       01 W-CIDADE    PIC X(20) VALUE SPACES.
       01 W-UF        PIC X(02) VALUE SPACES.
      ***** FATURAS QUITADAS (CONVENIO E MES DE COMPETENCIA) ********
       01 W-NFP       PIC 9(04) VALUE ZEROS.
       01 W-IF        PIC 9(04) VALUE ZEROS.
       01 TABFATPG.
          03 TBF OCCURS 999 TIMES.
             05 TBF-CONV  PIC 9(04).
             05 TBF-AM    PIC 9(06).
      ***** ESTORNOS DO CAIXA POR LANCAMENTO ORIGINAL ***************
       01 W-NES       PIC 9(04) VALUE ZEROS.
       01 W-IE        PIC 9(04) VALUE ZEROS.
       01 TABESTOR.
          03 TBE OCCURS 999 TIMES.
             05 TBE-CHAVE PIC X(21).
             05 TBE-VAL   PIC 9(08)V99.
       01 W-CHCX      PIC X(21) VALUE SPACES.
      ***** CUSTO DOS MATERIAIS POR CONSULTA (CUSTO MEDIO DA *******
      ***** UNIDADE, O MESMO CALCULO DO SMPRVAL) *******************
       01 W-NCM       PIC 9(04) VALUE ZEROS.
       01 W-IC        PIC 9(04) VALUE ZEROS.
       01 TABCONMAT.
          03 TBC OCCURS 2000 TIMES.
             05 TBC-CHAVE PIC X(21).
             05 TBC-VAL   PIC 9(09)V99.
       01 W-CHCM      PIC X(21) VALUE SPACES.
       01 W-CHCM-R REDEFINES W-CHCM.
          03 W-CHCM-CPF  PIC 9(11).
          03 W-CHCM-DATA PIC 9(08).
          03 W-CHCM-SEQ  PIC 9(02).
       01 W-MATTOT    PIC 9(11)V99 VALUE ZEROS.
       01 W-MATSEM    PIC 9(11)V99 VALUE ZEROS.
       01 W-ITEXC     PIC 9(04) VALUE ZEROS.
       01 W-CHINI     PIC 9(11) VALUE ZEROS.
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
      ***** DIMENSAO DE DATAS ***************************************
       01 W-CDIA      PIC 9(02) VALUE ZEROS.
       01 W-ULTDIA    PIC 9(02) VALUE ZEROS.
       01 W-ULT1      PIC 9(04) VALUE ZEROS.
       01 W-ULT2      PIC 9(04) VALUE ZEROS.
       01 W-FERIADO   PIC X(01) VALUE SPACES.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
       01 TABNOMEDIA-R.
          03 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TABNOMEDIA REDEFINES TABNOMEDIA-R.
          03 W-NOMEDIA  PIC X(03) OCCURS 7 TIMES.
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
               VALUE  "  *** EXTRATO MENSAL PARA ANALISE ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES  : ".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO  : ".
           05  LINE 09  COLUMN 01
               VALUE  "  GERA O FATO DAS CONSULTAS, AS DIMENSOES".
           05  LINE 10  COLUMN 01
               VALUE  "  E O ARQUIVO DE CONTROLE (ANLCTLTX.TXT)".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO EXTRATO (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 10  PIC 9(02)
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 07  COLUMN 10  PIC 9(04)
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 40  PIC X(01)
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
      ***** DADOS FICTICIOS NAO SAEM PARA FORA DA CLINICA
           IF W-TREINO NOT = SPACES
              MOVE "*** NAO DISPONIVEL NA BASE DE TREINAMENTO ***"
                                                       TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

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
              MOVE "*** EXTRATO CANCELADO PELO OPERADOR ***" TO MENS
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
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.
           MOVE 1 TO W-HASCEP
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCEP.
           MOVE 1 TO W-HASMED
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMED.
           MOVE 1 TO W-HASCNV
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCNV.
           MOVE 1 TO W-HASPLA
           OPEN INPUT CADPLANO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPLA.
           MOVE 1 TO W-HASCID
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCID.
           MOVE 1 TO W-HASESP
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASESP.
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           MOVE 1 TO W-HASFER
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFER.
           MOVE 1 TO W-HASFAT
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFAT.
           MOVE 1 TO W-HASCX
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCX.
           MOVE 1 TO W-HASEST
           OPEN INPUT CADESTOR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEST.
           MOVE 1 TO W-HASITE
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASITE.
           MOVE 1 TO W-HASMOV
           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMOV.
           OPEN OUTPUT ANLFATTX ANLPACTX ANLMEDTX ANLCNVTX ANLCIDTX
                       ANLESPTX ANLUNITX ANLDATTX ANLCTLTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DOS ARQUIVOS DO EXTRATO" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           DISPLAY (14, 01) "*** GERANDO O EXTRATO, AGUARDE ***"
           MOVE SPACES TO REGANLCTLTX
           STRING "CONTROLE DO EXTRATO PARA ANALISE - MES: "
                  W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE ALL "-" TO REGANLCTLTX
           WRITE REGANLCTLTX.

      ***** 1. FATURAS QUITADAS: O CONVENIO CONTA COMO RECEBIDO *****
      *****    NAS CONSULTAS DO MES DE COMPETENCIA (COMO O SMPRREP) *
       FATURAS.
           MOVE ZEROS TO W-NFP
           IF W-HASFAT = 0
              GO TO ESTORNOS.
           MOVE ZEROS TO NUMFATURA
           START CADFATUR KEY IS NOT LESS NUMFATURA INVALID KEY
              GO TO ESTORNOS.
       FATURAS-LER.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO ESTORNOS.
           IF STATUSFAT = "P" AND W-NFP < 999
              ADD 1 TO W-NFP
              MOVE CONVFAT TO TBF-CONV (W-NFP)
              COMPUTE TBF-AM (W-NFP) = ANOFAT * 100 + MESFAT.
           GO TO FATURAS-LER.

      ***** 2. ESTORNOS POR LANCAMENTO ORIGINAL DO CAIXA ************
       ESTORNOS.
           MOVE ZEROS TO W-NES
           IF W-HASEST = 0
              GO TO MATERIAIS.
           MOVE ZEROS TO NUMRECES
           START CADESTOR KEY IS NOT LESS NUMRECES INVALID KEY
              GO TO MATERIAIS.
       ESTORNOS-LER.
           READ CADESTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO MATERIAIS.
           MOVE KEYCXES TO W-CHCX
           MOVE 1 TO W-IE.
       ESTORNOS-ACHA.
           IF W-IE > W-NES
              GO TO ESTORNOS-NOVO.
           IF TBE-CHAVE (W-IE) = W-CHCX
              ADD VALORES TO TBE-VAL (W-IE)
              GO TO ESTORNOS-LER.
           ADD 1 TO W-IE
           GO TO ESTORNOS-ACHA.
       ESTORNOS-NOVO.
           IF W-NES NOT < 999
              GO TO ESTORNOS-LER.
           ADD 1 TO W-NES
           MOVE W-CHCX  TO TBE-CHAVE (W-NES)
           MOVE VALORES TO TBE-VAL (W-NES)
           GO TO ESTORNOS-LER.

      ***** 3. MATERIAIS: CADA ITEM REFAZ O CUSTO MEDIO POR UNIDADE *
      *****    ATE O FIM DO MES; O CONSUMO DO MES VAI PARA A *******
      *****    CONSULTA VINCULADA A SAIDA *************************
       MATERIAIS.
           MOVE ZEROS TO W-NCM W-MATTOT W-MATSEM W-ITEXC
           IF W-HASITE = 0 OR W-HASMOV = 0
              GO TO DIMENSOES.
           COMPUTE W-CHINI = (W-ANOF * 10000 + W-MESF * 100)
                             * 1000
           COMPUTE W-CHFIM = (W-ANOF * 10000 + W-MESF * 100 + 31)
                             * 1000 + 999
           MOVE ZEROS TO CODITEM
           START CADITEM KEY IS NOT LESS CODITEM INVALID KEY
              GO TO DIMENSOES.
       MATERIAIS-ITEM.
           READ CADITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIMENSOES.
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

      ***** 4. DIMENSOES DOS CADASTROS (TODOS OS REGISTROS) *********
       DIMENSOES.
           IF W-HASMED = 0
              GO TO DIM-CNV.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS CRM INVALID KEY
              GO TO DIM-CNV.
       DIM-MED.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIM-CNV.
           IF QTDESPEC = 0
              MOVE ZEROS TO W-ESP
           ELSE
              MOVE ESPECIALIDADE (1) TO W-ESP.
           IF QTDUNID = 0
              MOVE 1 TO W-UNI
           ELSE
              MOVE UNIDMED (1) TO W-UNI.
           MOVE SPACES TO REGANLMEDTX
           STRING CRM ";" NOMEM ";" W-ESP ";" W-UNI ";" SEXOMEDICO
                  DELIMITED BY SIZE INTO REGANLMEDTX
           WRITE REGANLMEDTX
           ADD 1 TO W-QMED
           GO TO DIM-MED.
       DIM-CNV.
           IF W-HASCNV = 0
              GO TO DIM-CID.
           MOVE ZEROS TO CODIGO
           START CADCONV KEY IS NOT LESS CODIGO INVALID KEY
              GO TO DIM-CID.
       DIM-CNV-LER.
           READ CADCONV NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIM-CID.
           MOVE SPACES TO DENOMPLANO
           IF W-HASPLA = 1
              MOVE PLANO TO CODPLANO
              READ CADPLANO
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO DENOMPLANO.
           MOVE SPACES TO REGANLCNVTX
           STRING CODIGO ";" NOMEC ";" PLANO ";" DENOMPLANO
                  DELIMITED BY SIZE INTO REGANLCNVTX
           WRITE REGANLCNVTX
           ADD 1 TO W-QCNV
           GO TO DIM-CNV-LER.
       DIM-CID.
           IF W-HASCID = 0
              GO TO DIM-ESP.
           MOVE LOW-VALUES TO CODCID
           START CADCID KEY IS NOT LESS CODCID INVALID KEY
              GO TO DIM-ESP.
       DIM-CID-LER.
           READ CADCID NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIM-ESP.
           MOVE SPACES TO REGANLCIDTX
           STRING CODCID ";" DENOMINACAO ";" NOTIFICAVEL
                  DELIMITED BY SIZE INTO REGANLCIDTX
           WRITE REGANLCIDTX
           ADD 1 TO W-QCID
           GO TO DIM-CID-LER.
       DIM-ESP.
           IF W-HASESP = 0
              GO TO DIM-UNI.
           MOVE ZEROS TO CODESP
           START CADESP KEY IS NOT LESS CODESP INVALID KEY
              GO TO DIM-UNI.
       DIM-ESP-LER.
           READ CADESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIM-UNI.
           MOVE SPACES TO REGANLESPTX
           STRING CODESP ";" DENOMESP
                  DELIMITED BY SIZE INTO REGANLESPTX
           WRITE REGANLESPTX
           ADD 1 TO W-QESP
           GO TO DIM-ESP-LER.
       DIM-UNI.
           IF W-HASUNI = 0
              GO TO DIM-DAT.
           MOVE ZEROS TO CODUNID
           START CADUNID KEY IS NOT LESS CODUNID INVALID KEY
              GO TO DIM-DAT.
       DIM-UNI-LER.
           READ CADUNID NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIM-DAT.
           MOVE SPACES TO REGANLUNITX
           STRING CODUNID ";" DENOMUNID
                  DELIMITED BY SIZE INTO REGANLUNITX
           WRITE REGANLUNITX
           ADD 1 TO W-QUNI
           GO TO DIM-UNI-LER.
      ***** DATAS: TODOS OS DIAS DO MES, COM DIA DA SEMANA E FERIADO
       DIM-DAT.
           MOVE W-DIASMES (W-MESF) TO W-ULTDIA
           IF W-MESF = 2
              DIVIDE W-ANOF BY 4 GIVING W-ULT1 REMAINDER W-ULT2
              IF W-ULT2 = 0
                 MOVE 29 TO W-ULTDIA.
           MOVE 1 TO W-CDIA.
       DIM-DAT-DIA.
           IF W-CDIA > W-ULTDIA
              GO TO FATOS.
           MOVE W-CDIA TO W-ZDIA
           MOVE W-MESF TO W-ZMES
           MOVE W-ANOF TO W-ZANO
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE "N" TO W-FERIADO
           IF W-HASFER = 1
              MOVE W-CDIA TO DIAFERIA
              MOVE W-MESF TO MESFERIA
              MOVE W-ANOF TO ANOFERIA
              READ CADFERIA
              IF ST-ERRO = "00" AND SITUACAOFE NOT = "I"
                 MOVE "S" TO W-FERIADO.
           COMPUTE W-AMD = W-ANOF * 10000 + W-MESF * 100 + W-CDIA
           MOVE SPACES TO REGANLDATTX
           STRING W-AMD ";" W-CDIA ";" W-MESF ";" W-ANOF ";"
                  W-DIASEM ";" W-NOMEDIA (W-DIASEM) ";" W-FERIADO
                  DELIMITED BY SIZE INTO REGANLDATTX
           WRITE REGANLDATTX
           ADD 1 TO W-QDAT
           ADD 1 TO W-CDIA
           GO TO DIM-DAT-DIA.

      ***** 5. FATO: CONSULTAS DO MES. O PACIENTE RECEBE UMA CHAVE **
      *****    SEQUENCIAL NO EXTRATO; O CPF NAO SAI EM NENHUM ******
      *****    ARQUIVO ********************************************
       FATOS.
           MOVE SPACES TO REGANLCTLTX
           STRING "CHAVES SEM DIMENSAO NO FATO (DETALHE)"
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE ZEROS TO W-PACSK W-CPFANT
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CONTROLE.
       FATOS-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTROLE.
           IF MESCON1 NOT = W-MESF OR ANOCON1 NOT = W-ANOF
              GO TO FATOS-LER.
           IF CPFC NOT = W-CPFANT OR W-PACSK = 0
              MOVE CPFC TO W-CPFANT
              ADD 1 TO W-PACSK
              PERFORM GRAVA-PACIENTE THRU GRAVA-PACIENTE-FIM.
           ADD 1 TO W-QFAT
           COMPUTE W-AMD = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           PERFORM CONFERE-CHAVES THRU CONFERE-CHAVES-FIM
           MOVE ZEROS TO W-VCONV W-GLOSADO
           IF DOCONVENIO > 0
              IF VALORCONSULTACONS > VALORCOPAGTOCONS
                 COMPUTE W-VCONV = VALORCONSULTACONS
                                 - VALORCOPAGTOCONS.
           IF GLOSACONS = "S"
              MOVE W-VCONV TO W-GLOSADO.
           PERFORM CALC-RECEBIDO THRU CALC-RECEBIDO-FIM
           PERFORM ACHA-MATERIAL THRU ACHA-MATERIAL-FIM
           ADD VALORCONSULTACONS TO W-TFATUR
           ADD VALORCOPAGTOCONS  TO W-TCOPAG
           ADD W-GLOSADO         TO W-TGLOSA
           ADD W-RECEBIDO        TO W-TRECEB
           ADD W-MATER           TO W-TMATER
           MOVE VALORCONSULTACONS TO W-V1
           MOVE VALORCOPAGTOCONS  TO W-V2
           MOVE W-GLOSADO         TO W-V3
           MOVE W-RECEBIDO        TO W-V4
           MOVE W-MATER           TO W-V5
           MOVE SPACES TO REGANLFATTX
           STRING W-QFAT ";" W-PACSK ";" W-AMD ";" SEQCON ";"
                  HORACON ";" HORACHEG ";" CODMEDICO ";"
                  DOCONVENIO ";" PLANOCONS ";" CODCID1 ";"
                  W-ESP ";" W-UNI ";" CODPROC ";" STATUSCONS ";"
                  TIPOATEND ";" W-V1 ";" W-V2 ";" W-V3 ";"
                  W-V4 ";" W-V5
                  DELIMITED BY SIZE INTO REGANLFATTX
           WRITE REGANLFATTX
           GO TO FATOS-LER.

      ***** 6. CONTROLE: QUANTIDADES, TOTAIS E CONSISTENCIA *********
       CONTROLE.
           MOVE SPACES TO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "REGISTROS GRAVADOS"
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLFATTX FATO CONSULTAS .......... " W-QFAT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLPACTX DIMENSAO PACIENTE ....... " W-QPAC
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLMEDTX DIMENSAO MEDICO ......... " W-QMED
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLCNVTX DIMENSAO CONVENIO/PLANO . " W-QCNV
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLCIDTX DIMENSAO CID ............ " W-QCID
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLESPTX DIMENSAO ESPECIALIDADE .. " W-QESP
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLUNITX DIMENSAO UNIDADE ........ " W-QUNI
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ANLDATTX DIMENSAO DATA ........... " W-QDAT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "TOTAIS DO FATO"
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE W-TFATUR TO W-VTOT
           MOVE SPACES TO REGANLCTLTX
           STRING "  VALOR FATURADO ................... " W-VTOT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE W-TCOPAG TO W-VTOT
           MOVE SPACES TO REGANLCTLTX
           STRING "  COPAGAMENTO ...................... " W-VTOT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE W-TGLOSA TO W-VTOT
           MOVE SPACES TO REGANLCTLTX
           STRING "  VALOR GLOSADO .................... " W-VTOT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE W-TRECEB TO W-VTOT
           MOVE SPACES TO REGANLCTLTX
           STRING "  VALOR RECEBIDO ................... " W-VTOT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE W-TMATER TO W-VTOT
           MOVE SPACES TO REGANLCTLTX
           STRING "  CUSTO DOS MATERIAIS .............. " W-VTOT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
      ***** MATERIAIS DO MES QUE NAO CAIRAM EM CONSULTA DO EXTRATO
           COMPUTE W-VTOT = W-MATTOT - W-TMATER + W-MATSEM
           MOVE SPACES TO REGANLCTLTX
           STRING "  MATERIAIS SEM CONSULTA NO MES .... " W-VTOT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           IF W-ITEXC > 0
              MOVE SPACES TO REGANLCTLTX
              STRING "  ITENS COM MOVIMENTOS ALEM DO LIMITE: " W-ITEXC
                     DELIMITED BY SIZE INTO REGANLCTLTX
              WRITE REGANLCTLTX.
           MOVE SPACES TO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "CHAVES DO FATO SEM A DIMENSAO"
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  PACIENTE " W-OPAC "  MEDICO " W-OMED
                  "  CONVENIO " W-OCNV "  CID " W-OCID
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           MOVE SPACES TO REGANLCTLTX
           STRING "  ESPECIALIDADE " W-OESP "  UNIDADE " W-OUNI
                  "  DATA " W-ODAT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX
           COMPUTE W-OTOT = W-OPAC + W-OMED + W-OCNV + W-OCID
                          + W-OESP + W-OUNI + W-ODAT
           MOVE SPACES TO REGANLCTLTX
           IF W-OTOT = 0
              STRING "CONSISTENCIA DAS CHAVES: OK"
                     DELIMITED BY SIZE INTO REGANLCTLTX
           ELSE
              STRING "CONSISTENCIA DAS CHAVES: " W-OTOT
                     " DIVERGENCIA(S), VER ACIMA"
                     DELIMITED BY SIZE INTO REGANLCTLTX.
           WRITE REGANLCTLTX
           MOVE "SMPRANL" TO W-PROGCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           MOVE "ANLFATTX.TXT" TO W-ARQCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "ANLCTLTX.TXT" TO W-ARQCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "*** EXTRATO GERADO, CONTROLE EM ANLCTLTX.TXT ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONSU ANLFATTX ANLPACTX ANLMEDTX ANLCNVTX
                 ANLCIDTX ANLESPTX ANLUNITX ANLDATTX ANLCTLTX.
           IF W-HASPAC = 1
              CLOSE CADPACI.
           IF W-HASCEP = 1
              CLOSE CADCEP.
           IF W-HASMED = 1
              CLOSE CADMED.
           IF W-HASCNV = 1
              CLOSE CADCONV.
           IF W-HASPLA = 1
              CLOSE CADPLANO.
           IF W-HASCID = 1
              CLOSE CADCID.
           IF W-HASESP = 1
              CLOSE CADESP.
           IF W-HASUNI = 1
              CLOSE CADUNID.
           IF W-HASFER = 1
              CLOSE CADFERIA.
           IF W-HASFAT = 1
              CLOSE CADFATUR.
           IF W-HASCX = 1
              CLOSE CADCAIXA.
           IF W-HASEST = 1
              CLOSE CADESTOR.
           IF W-HASITE = 1
              CLOSE CADITEM.
           IF W-HASMOV = 1
              CLOSE CADMOVES.
       RotinaFim2.
           EXIT PROGRAM.

      ***** LINHA DA DIMENSAO PACIENTE: SO A CHAVE DO EXTRATO, A ****
      ***** FAIXA ETARIA, O SEXO E O ENDERECO ATE O BAIRRO *********
       GRAVA-PACIENTE.
           MOVE "NI"   TO W-FAIXA
           MOVE SPACES TO W-SEXO W-BAIRRO W-CIDADE W-UF
           IF W-HASPAC = 0
              ADD 1 TO W-OPAC
              GO TO GRAVA-PACIENTE-LINHA.
           MOVE CPFC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-OPAC
              MOVE "PACIENTE" TO W-ODIM
              MOVE SPACES TO W-OCHAVE
              MOVE W-PACSK TO W-OCHAVE
              PERFORM GRAVA-ORFAO THRU GRAVA-ORFAO-FIM
              GO TO GRAVA-PACIENTE-LINHA.
           MOVE SEXOP TO W-SEXO
           IF ANONASP > 0 AND ANONASP NOT > ANOCON1
              COMPUTE W-IDADE = ANOCON1 - ANONASP
              IF MESNASP > MESCON1 OR
                 (MESNASP = MESCON1 AND DIANASP > DIACON1)
                 IF W-IDADE > 0
                    SUBTRACT 1 FROM W-IDADE.
           IF ANONASP > 0 AND ANONASP NOT > ANOCON1
              PERFORM FAIXA-ETARIA THRU FAIXA-ETARIA-FIM.
           IF W-HASCEP = 1 AND CEP > 0
              MOVE CEP TO COD
              READ CADCEP
              IF ST-ERRO = "00"
                 MOVE BAIRRO TO W-BAIRRO
                 MOVE CIDADE TO W-CIDADE
                 MOVE UF     TO W-UF.
       GRAVA-PACIENTE-LINHA.
           MOVE SPACES TO REGANLPACTX
           STRING W-PACSK ";" W-FAIXA ";" W-SEXO ";" W-BAIRRO ";"
                  W-CIDADE ";" W-UF
                  DELIMITED BY SIZE INTO REGANLPACTX
           WRITE REGANLPACTX
           ADD 1 TO W-QPAC.
       GRAVA-PACIENTE-FIM.
           EXIT.

       FAIXA-ETARIA.
           IF W-IDADE < 12
              MOVE "00-11" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 18
              MOVE "12-17" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 30
              MOVE "18-29" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 45
              MOVE "30-44" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 60
              MOVE "45-59" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           IF W-IDADE < 75
              MOVE "60-74" TO W-FAIXA
              GO TO FAIXA-ETARIA-FIM.
           MOVE "75+" TO W-FAIXA.
       FAIXA-ETARIA-FIM.
           EXIT.

      ***** CADA CHAVE DO FATO PRECISA EXISTIR NA SUA DIMENSAO ******
      ***** (A ESPECIALIDADE E A PRINCIPAL DO MEDICO) **************
       CONFERE-CHAVES.
           MOVE ZEROS TO W-ESP
           MOVE UNIDCONS TO W-UNI
           IF W-UNI = 0
              MOVE 1 TO W-UNI.
           MOVE 0 TO W-ACHOU
           IF W-HASMED = 1
              MOVE CODMEDICO TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE 1 TO W-ACHOU
                 IF QTDESPEC > 0
                    MOVE ESPECIALIDADE (1) TO W-ESP.
           IF W-ACHOU = 0
              ADD 1 TO W-OMED
              MOVE "MEDICO" TO W-ODIM
              MOVE CODMEDICO TO W-OCHAVE
              PERFORM GRAVA-ORFAO THRU GRAVA-ORFAO-FIM.
           IF DOCONVENIO > 0
              MOVE 1 TO W-ACHOU
              IF W-HASCNV = 0
                 MOVE 0 TO W-ACHOU
              ELSE
                 MOVE DOCONVENIO TO CODIGO
                 READ CADCONV
                 IF ST-ERRO NOT = "00"
                    MOVE 0 TO W-ACHOU.
           IF DOCONVENIO > 0 AND W-ACHOU = 0
              ADD 1 TO W-OCNV
              MOVE "CONVENIO" TO W-ODIM
              MOVE DOCONVENIO TO W-OCHAVE
              PERFORM GRAVA-ORFAO THRU GRAVA-ORFAO-FIM.
           IF CODCID1 NOT = SPACES
              MOVE 1 TO W-ACHOU
              IF W-HASCID = 0
                 MOVE 0 TO W-ACHOU
              ELSE
                 MOVE CODCID1 TO CODCID
                 READ CADCID
                 IF ST-ERRO NOT = "00"
                    MOVE 0 TO W-ACHOU.
           IF CODCID1 NOT = SPACES AND W-ACHOU = 0
              ADD 1 TO W-OCID
              MOVE "CID" TO W-ODIM
              MOVE CODCID1 TO W-OCHAVE
              PERFORM GRAVA-ORFAO THRU GRAVA-ORFAO-FIM.
           IF W-ESP > 0
              MOVE 1 TO W-ACHOU
              IF W-HASESP = 0
                 MOVE 0 TO W-ACHOU
              ELSE
                 MOVE W-ESP TO CODESP
                 READ CADESP
                 IF ST-ERRO NOT = "00"
                    MOVE 0 TO W-ACHOU.
           IF W-ESP > 0 AND W-ACHOU = 0
              ADD 1 TO W-OESP
              MOVE "ESPECIAL" TO W-ODIM
              MOVE W-ESP TO W-OCHAVE
              PERFORM GRAVA-ORFAO THRU GRAVA-ORFAO-FIM.
           MOVE 1 TO W-ACHOU
           IF W-HASUNI = 0
              MOVE 0 TO W-ACHOU
           ELSE
              MOVE W-UNI TO CODUNID
              READ CADUNID
              IF ST-ERRO NOT = "00"
                 MOVE 0 TO W-ACHOU.
           IF W-ACHOU = 0
              ADD 1 TO W-OUNI
              MOVE "UNIDADE" TO W-ODIM
              MOVE W-UNI TO W-OCHAVE
              PERFORM GRAVA-ORFAO THRU GRAVA-ORFAO-FIM.
           IF DIACON1 < 1 OR DIACON1 > W-ULTDIA
              ADD 1 TO W-ODAT
              MOVE "DATA" TO W-ODIM
              MOVE W-AMD TO W-OCHAVE
              PERFORM GRAVA-ORFAO THRU GRAVA-ORFAO-FIM.
       CONFERE-CHAVES-FIM.
           EXIT.

       GRAVA-ORFAO.
           MOVE SPACES TO REGANLCTLTX
           STRING "  SEM DIMENSAO: " W-ODIM " " W-OCHAVE
                  " NO FATO " W-QFAT
                  DELIMITED BY SIZE INTO REGANLCTLTX
           WRITE REGANLCTLTX.
       GRAVA-ORFAO-FIM.
           EXIT.

      ***** RECEBIDO: CAIXA DA CONSULTA MENOS OS ESTORNOS, MAIS A ***
      ***** PARTE DO CONVENIO QUANDO A FATURA DO MES ESTA QUITADA **
      ***** E A CONSULTA NAO FOI GLOSADA **************************
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
           MOVE KEYPRINCIPAL TO W-CHCX
           MOVE 1 TO W-IE.
       CALC-RECEBIDO-EST.
           IF W-IE > W-NES
              GO TO CALC-RECEBIDO-CNV.
           IF TBE-CHAVE (W-IE) = W-CHCX
              SUBTRACT TBE-VAL (W-IE) FROM W-RECEBIDO
              GO TO CALC-RECEBIDO-CNV.
           ADD 1 TO W-IE
           GO TO CALC-RECEBIDO-EST.
       CALC-RECEBIDO-CNV.
           IF W-VCONV = 0 OR W-GLOSADO > 0
              GO TO CALC-RECEBIDO-FIM.
           COMPUTE W-AMCON = ANOCON1 * 100 + MESCON1
           MOVE 1 TO W-IF.
       CALC-RECEBIDO-LOOP.
           IF W-IF > W-NFP
              GO TO CALC-RECEBIDO-FIM.
           IF TBF-CONV (W-IF) = DOCONVENIO AND TBF-AM (W-IF) = W-AMCON
              ADD W-VCONV TO W-RECEBIDO
              GO TO CALC-RECEBIDO-FIM.
           ADD 1 TO W-IF
           GO TO CALC-RECEBIDO-LOOP.
       CALC-RECEBIDO-FIM.
           EXIT.

      ***** CUSTO DOS MATERIAIS CONSUMIDOS NA CONSULTA **************
       ACHA-MATERIAL.
           MOVE ZEROS TO W-MATER
           MOVE KEYPRINCIPAL TO W-CHCM
           MOVE 1 TO W-IC.
       ACHA-MATERIAL-LOOP.
           IF W-IC > W-NCM
              GO TO ACHA-MATERIAL-FIM.
           IF TBC-CHAVE (W-IC) = W-CHCM
              MOVE TBC-VAL (W-IC) TO W-MATER
              GO TO ACHA-MATERIAL-FIM.
           ADD 1 TO W-IC
           GO TO ACHA-MATERIAL-LOOP.
       ACHA-MATERIAL-FIM.
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

      ***** CONSUMO DO MES: SOMA NA CONSULTA VINCULADA A SAIDA; *****
      ***** SEM CONSULTA (OU SEM ESPACO NA TABELA) FICA A PARTE *****
       CONSUMO.
           IF W-VMOV = 0
              GO TO CONSUMO-FIM.
           IF TBM-CHAVE (W-IM) < W-CHINI
              GO TO CONSUMO-FIM.
           IF TBM-CPF (W-IM) = 0
              ADD W-VMOV TO W-MATSEM
              GO TO CONSUMO-FIM.
           MOVE TBM-CPF (W-IM)   TO W-CHCM-CPF
           MOVE TBM-DATAC (W-IM) TO W-CHCM-DATA
           MOVE TBM-SEQC (W-IM)  TO W-CHCM-SEQ
           MOVE 1 TO W-IC.
       CONSUMO-ACHA.
           IF W-IC > W-NCM
              GO TO CONSUMO-NOVO.
           IF TBC-CHAVE (W-IC) = W-CHCM
              ADD W-VMOV TO TBC-VAL (W-IC)
              ADD W-VMOV TO W-MATTOT
              GO TO CONSUMO-FIM.
           ADD 1 TO W-IC
           GO TO CONSUMO-ACHA.
       CONSUMO-NOVO.
           IF W-NCM NOT < 2000
              ADD W-VMOV TO W-MATSEM
              GO TO CONSUMO-FIM.
           ADD 1 TO W-NCM
           MOVE W-CHCM TO TBC-CHAVE (W-NCM)
           MOVE W-VMOV TO TBC-VAL (W-NCM)
           ADD W-VMOV TO W-MATTOT.
       CONSUMO-FIM.
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
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCEP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCEP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCEP
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCONV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-CADPLANO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPLANO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPLANO
           MOVE SPACES TO W-ARQ-CADCID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCID
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADFERIA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFERIA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFERIA
           MOVE SPACES TO W-ARQ-CADFATUR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADCAIXA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-CADITEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADMOVES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOVES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOVES
           MOVE SPACES TO W-ARQ-ANLFATTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLFATTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLFATTX
           MOVE SPACES TO W-ARQ-ANLPACTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLPACTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLPACTX
           MOVE SPACES TO W-ARQ-ANLMEDTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLMEDTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLMEDTX
           MOVE SPACES TO W-ARQ-ANLCNVTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLCNVTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLCNVTX
           MOVE SPACES TO W-ARQ-ANLCIDTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLCIDTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLCIDTX
           MOVE SPACES TO W-ARQ-ANLESPTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLESPTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLESPTX
           MOVE SPACES TO W-ARQ-ANLUNITX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLUNITX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLUNITX
           MOVE SPACES TO W-ARQ-ANLDATTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLDATTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLDATTX
           MOVE SPACES TO W-ARQ-ANLCTLTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANLCTLTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANLCTLTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
