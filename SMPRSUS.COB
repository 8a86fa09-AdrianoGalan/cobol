       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRSUS.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * DETECCAO DE ACESSOS SUSPEITOS A DADOS DE        *
      * PACIENTES, SOBRE O REGISTRO DE LEITURAS         *
      * (ACESSOTX.TXT) E A TRILHA DE AUDITORIA DAS      *
      * TELAS DE PACIENTE, AGENDA, CHECK-IN E CAIXA.    *
      * GERA UM ALERTA (CADALRAC) POR OPERADOR, DIA,    *
      * TIPO E CPF; O ALERTA JA EXISTENTE NAO E         *
      * REGRAVADO, PRESERVANDO A DECISAO DO ENCARREGADO *
      * DE DADOS (SMP084). NOVOS ALERTAS SAEM TAMBEM EM *
      * ALERTATX.TXT. RODA NA CADEIA NOTURNA (ONTEM E   *
      * HOJE) OU PELO MENU, PARA UM PERIODO             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ACESSOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDITIN ASSIGN TO WS-AUDFILE
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALRAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPACE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOA
                    ALTERNATE RECORD KEY IS CPFOA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRESTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFRS
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEP WITH DUPLICATES.

       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO  
                                       WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT NOCSTAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ALERTATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ACESSOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ACESSOTX.
       01 REGACESSOTX.
          03 AC-DATA      PIC 9(08).
          03 FILLER       PIC X(01).
          03 AC-HORA      PIC 9(06).
          03 FILLER       PIC X(01).
          03 AC-OPER      PIC 9(04).
          03 FILLER       PIC X(01).
          03 AC-TERM      PIC X(08).
          03 FILLER       PIC X(01).
          03 AC-PROG      PIC X(07).
          03 FILLER       PIC X(01).
          03 AC-CPF       PIC 9(11).
      *
       FD AUDITIN
               LABEL RECORD IS STANDARD.
       01 REGAUDITIN.
          03 AU-DATA       PIC 9(08).
          03 FILLER        PIC X(01).
          03 AU-HORA       PIC 9(06).
          03 FILLER        PIC X(01).
          03 AU-COD        PIC 9(04).
          03 FILLER        PIC X(01).
          03 AU-NOME       PIC X(20).
          03 FILLER        PIC X(01).
          03 AU-PROG       PIC X(07).
          03 FILLER        PIC X(01).
          03 AU-ACAO       PIC X(10).
          03 FILLER        PIC X(01).
          03 AU-CHAVE      PIC X(15).
          03 FILLER        PIC X(01).
          03 AU-SEQ        PIC 9(06).
          03 FILLER        PIC X(01).
          03 AU-HASH       PIC 9(10).
          03 FILLER        PIC X(06).
      *
      ***** ALERTAS DE ACESSO SUSPEITO A DADOS DE PACIENTES
      ***** TIPOALR: 1 = MUITOS PACIENTES NA MESMA HORA (HORAALR)
      *****          2 = FORA DO TURNO   3 = FORA DA UNIDADE
      *****          4 = SEM CONSULTA OU AGENDAMENTO RECENTE
      *****          5 = FUNCIONARIO     6 = PACIENTE VIP
      *****          7 = CADASTRO ANONIMIZADO
      ***** SITALR : P = PENDENTE  J = JUSTIFICADO  N = NAO
      *****          JUSTIFICADO (DECISAO DO ENCARREGADO DE DADOS)
       FD CADALRAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALRAC.
       01 REGALRAC.
          03 KEYALR.
             05 DATAALR       PIC 9(08).
             05 OPERALR       PIC 9(04).
             05 TIPOALR       PIC 9(01).
             05 CPFALR        PIC 9(11).
             05 HORAALR       PIC 9(02).
          03 HORA1ALR         PIC 9(06).
          03 QTDALR           PIC 9(05).
          03 PROGALR          PIC X(07).
          03 TERMALR          PIC X(08).
          03 DETALR           PIC X(40).
          03 SITALR           PIC X(01).
          03 JUSTALR          PIC X(50).
          03 DATADEC          PIC 9(08).
          03 HORADEC          PIC 9(06).
          03 OPERDEC          PIC 9(04).
      *
      ***** PERFIL DE ACESSO DO OPERADOR AOS DADOS DE PACIENTES
      ***** CPFOA : CPF DO PROPRIO OPERADOR (FUNCIONARIO)
      ***** UNIDOA: UNIDADE DE LOTACAO (00 = TODAS AS UNIDADES)
      ***** HINIOA/HFIMOA: TURNO EM HHMM (0000 A 0000 = SEM TURNO;
      *****         INICIO MAIOR QUE O FIM = PASSA DA MEIA-NOITE)
       FD CADOPACE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPACE.
       01 REGOPACE.
          03 CODOA            PIC 9(04).
          03 CPFOA            PIC 9(11).
          03 UNIDOA           PIC 9(02).
          03 HINIOA           PIC 9(04).
          03 HFIMOA           PIC 9(04).
          03 SITUACAOOA       PIC X(01).
          03 DATAOA           PIC 9(08).
          03 OPEROA           PIC 9(04).
      *
      ***** PACIENTES DE ACESSO RESTRITO
      ***** TIPORS: V = VIP   F = FUNCIONARIO (SEM LOGIN NO SISTEMA;
      *****         OS OPERADORES VEM DO CPFOA DO CADOPACE)
       FD CADRESTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRESTR.
       01 REGRESTR.
          03 CPFRS            PIC 9(11).
          03 TIPORS           PIC X(01).
          03 MOTIVORS         PIC X(30).
          03 SITUACAORS       PIC X(01).
          03 DATARS           PIC 9(08).
          03 OPERRS           PIC 9(04).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPER.
       01 REGOPER.
          03 CODOPER       PIC 9(04).
          03 NOMEOPER      PIC X(30).
          03 SENHAOPER     PIC X(10).
          03 SITUACAOOPER  PIC X(01).
          03 PERFILOPER    PIC X(01).
          03 DATASENHA     PIC 9(08).
          03 TROCAOBRIG    PIC X(01).
          03 SENHAANT1     PIC X(10).
          03 SENHAANT2     PIC X(10).
          03 SENHAANT3     PIC X(10).
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD NOCSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-NOCSTAT.
       01 REGNOCSTAT.
          03 NS-PROG          PIC X(07).
          03 FILLER           PIC X(01).
          03 NS-STAT          PIC X(02).
          03 FILLER           PIC X(01).
          03 NS-QTD           PIC 9(06).
      *
       FD ALERTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ALERTATX.
       01 REGALERTATX       PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-ACESSOTX PIC X(64) VALUE
          "ACESSOTX.TXT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-ARQ-CADALRAC PIC X(64) VALUE
          "CADALRAC.DAT".
       01 W-ARQ-CADOPACE PIC X(64) VALUE
          "CADOPACE.DAT".
       01 W-ARQ-CADRESTR PIC X(64) VALUE
          "CADRESTR.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-NOCSTAT PIC X(64) VALUE
          "NOCSTAT.TXT".
       01 W-ARQ-ALERTATX PIC X(64) VALUE
          "ALERTATX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 WS-AUDFILE  PIC X(64) VALUE SPACES.
       01 W-BATCH     PIC 9(01) VALUE ZEROS.
       01 W-HOJEB     PIC 9(08) VALUE ZEROS.
       01 W-HASOPA    PIC 9(01) VALUE ZEROS.
       01 W-HASRST    PIC 9(01) VALUE ZEROS.
       01 W-HASOPE    PIC 9(01) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** PERIODO (DDMMAAAA NA TELA, AAAAMMDD NOS ARQUIVOS) *******
       01 W-FDATAINI  PIC 9(08) VALUE ZEROS.
       01 W-FDATAINI-R REDEFINES W-FDATAINI.
          03 W-FDDINI PIC 9(02).
          03 W-FMMINI PIC 9(02).
          03 W-FAAINI PIC 9(04).
       01 W-FDATAFIM  PIC 9(08) VALUE ZEROS.
       01 W-FDATAFIM-R REDEFINES W-FDATAFIM.
          03 W-FDDFIM PIC 9(02).
          03 W-FMMFIM PIC 9(02).
          03 W-FAAFIM PIC 9(04).
       01 W-INIAMD    PIC 9(08) VALUE ZEROS.
       01 W-FIMAMD    PIC 9(08) VALUE ZEROS.
       01 W-HOJE-N    PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE-N.
          03 W-HOJEANO PIC 9(04).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-ONTEM     PIC 9(08) VALUE ZEROS.
       01 W-ONTEM-R REDEFINES W-ONTEM.
          03 W-ONTANO PIC 9(04).
          03 W-ONTMES PIC 9(02).
          03 W-ONTDIA PIC 9(02).
       01 TABDMES-R.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDMES REDEFINES TABDMES-R.
          03 W-DMES   PIC 9(02) OCCURS 12 TIMES.
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
       01 W-LIMSER    PIC 9(08) VALUE ZEROS.
      ***** PARAMETROS (CADPARAM) ***********************************
       01 W-LIMHORA   PIC 9(03) VALUE 30.
       01 W-DIASVINC  PIC 9(03) VALUE 90.
      ***** MESES ARQUIVADOS DA TRILHA (AUDITAAAAMM.TXT) ************
       01 W-MESARQ    PIC 9(06) VALUE ZEROS.
       01 W-MESARQ-R REDEFINES W-MESARQ.
          03 W-ANOARQ PIC 9(04).
          03 W-MMARQ  PIC 9(02).
       01 W-MESARQX REDEFINES W-MESARQ PIC X(06).
       01 W-MESFIM    PIC 9(06) VALUE ZEROS.
      ***** EVENTO EM TRATAMENTO (LEITURA OU GRAVACAO) **************
       01 W-EVDATA    PIC 9(08) VALUE ZEROS.
       01 W-EVHORA    PIC 9(06) VALUE ZEROS.
       01 W-EVHORA-R REDEFINES W-EVHORA.
          03 W-EVHHMM PIC 9(04).
          03 W-EVSS   PIC 9(02).
       01 W-EVHH      PIC 9(02) VALUE ZEROS.
       01 W-EVOPER    PIC 9(04) VALUE ZEROS.
       01 W-EVTERM    PIC X(08) VALUE SPACES.
       01 W-EVPROG    PIC X(07) VALUE SPACES.
       01 W-EVCPF     PIC 9(11) VALUE ZEROS.
       01 W-EVLEIT    PIC 9(01) VALUE ZEROS.
       01 W-AUQ       PIC 9(04) VALUE ZEROS.
       01 W-AURES     PIC 9(06) VALUE ZEROS.
      ***** OPERADORES: PERFIL DE ACESSO E A HORA EM CONTAGEM, COM **
      ***** OS CPFS DISTINTOS VISTOS NELA (ATE 100) *****************
       01 W-NOPER     PIC 9(03) VALUE ZEROS.
       01 W-IO        PIC 9(03) VALUE ZEROS.
       01 W-J         PIC 9(03) VALUE ZEROS.
       01 TABOPER.
          03 TBO OCCURS 200 TIMES.
             05 TBO-COD    PIC 9(04).
             05 TBO-NOME   PIC X(30).
             05 TBO-PERF   PIC 9(01).
             05 TBO-CPF    PIC 9(11).
             05 TBO-UNI    PIC 9(02).
             05 TBO-HINI   PIC 9(04).
             05 TBO-HFIM   PIC 9(04).
             05 TBO-BDATA  PIC 9(08).
             05 TBO-BHH    PIC 9(02).
             05 TBO-BHORA1 PIC 9(06).
             05 TBO-BTERM  PIC X(08).
             05 TBO-BPROG  PIC X(07).
             05 TBO-BQTD   PIC 9(03).
             05 TBO-BCPF   PIC 9(11) OCCURS 100 TIMES.
      ***** PACIENTES JA CONSULTADOS NO CADASTRO (TABELA CIRCULAR) **
       01 W-NPAC      PIC 9(04) VALUE ZEROS.
       01 W-PPAC      PIC 9(04) VALUE ZEROS.
       01 W-IP        PIC 9(04) VALUE ZEROS.
       01 TABPAC.
          03 TBP OCCURS 1000 TIMES.
             05 TBP-CPF    PIC 9(11).
             05 TBP-ANON   PIC X(01).
             05 TBP-TIPO   PIC X(01).
             05 TBP-OPER   PIC 9(04).
             05 TBP-REC    PIC X(01).
             05 TBP-UNI    PIC X(99).
      ***** ALERTA A GRAVAR *****************************************
       01 W-ATIPO     PIC 9(01) VALUE ZEROS.
       01 W-ADATA     PIC 9(08) VALUE ZEROS.
       01 W-ACPF      PIC 9(11) VALUE ZEROS.
       01 W-AHH       PIC 9(02) VALUE ZEROS.
       01 W-AQTD      PIC 9(05) VALUE ZEROS.
       01 W-AHORA1    PIC 9(06) VALUE ZEROS.
       01 W-ATERM     PIC X(08) VALUE SPACES.
       01 W-APROG     PIC X(07) VALUE SPACES.
       01 W-ADET      PIC X(40) VALUE SPACES.
       01 W-FORA      PIC 9(01) VALUE ZEROS.
       01 TABTIPOAL-R.
          03 FILLER PIC X(30) VALUE "MUITOS PACIENTES NA HORA".
          03 FILLER PIC X(30) VALUE "FORA DO TURNO DO OPERADOR".
          03 FILLER PIC X(30) VALUE "PACIENTE DE OUTRA UNIDADE".
          03 FILLER PIC X(30) VALUE "SEM CONSULTA/AGENDA RECENTE".
          03 FILLER PIC X(30) VALUE "CADASTRO DE FUNCIONARIO".
          03 FILLER PIC X(30) VALUE "PACIENTE VIP".
          03 FILLER PIC X(30) VALUE "CADASTRO ANONIMIZADO".
       01 TABTIPOAL REDEFINES TABTIPOAL-R.
          03 W-TIPODESC PIC X(30) OCCURS 7 TIMES.
      ***** TOTAIS **************************************************
       01 W-LIDOSAC   PIC 9(07) VALUE ZEROS.
       01 W-LIDOSAU   PIC 9(07) VALUE ZEROS.
       01 W-EVENTOS   PIC 9(07) VALUE ZEROS.
       01 W-NOVOS     PIC 9(06) VALUE ZEROS.
       01 W-JAEXIST   PIC 9(06) VALUE ZEROS.
       01 W-OPEXC     PIC 9(06) VALUE ZEROS.
       01 W-TOTTIPO   PIC 9(06) OCCURS 7 TIMES.
       01 W-IT        PIC 9(01) VALUE ZEROS.
       01 W-LINHA     PIC X(120) VALUE SPACES.
       01 W-DATAE.
          03 W-DATAE-DD PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-DATAE-MM PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-DATAE-AA PIC 9(04).
       01 W-HORAE.
          03 W-HORAE-HH PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HORAE-MM PIC 9(02).
       01 W-AMD       PIC 9(08) VALUE ZEROS.
       01 W-AMD-R REDEFINES W-AMD.
          03 W-AMDANO PIC 9(04).
          03 W-AMDMES PIC 9(02).
          03 W-AMDDIA PIC 9(02).
       01 W-HMS       PIC 9(06) VALUE ZEROS.
       01 W-HMS-R REDEFINES W-HMS.
          03 W-HMSHH  PIC 9(02).
          03 W-HMSMM  PIC 9(02).
          03 W-HMSSS  PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** DETECCAO DE ACESSOS SUSPEITOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA INICIAL DDMMAAAA : ".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA FINAL   DDMMAAAA : ".
           05  LINE 09  COLUMN 01
               VALUE  "  LE O REGISTRO DE LEITURAS (ACESSOTX) E A T".
           05  LINE 09  COLUMN 45
               VALUE  "RILHA DE AUDITORIA".
           05  LINE 10  COLUMN 01
               VALUE  "  ALERTAS JA GERADOS NAO SAO REGRAVADOS".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA A DETECCAO (S/N) : ".
           05  TW-FDATAINI
               LINE 06  COLUMN 27  PIC 9(08)
               USING  W-FDATAINI
               HIGHLIGHT.
           05  TW-FDATAFIM
               LINE 07  COLUMN 27  PIC 9(08)
               USING  W-FDATAFIM
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 32  PIC X(01)
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
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           PERFORM CHK-BATCH THRU CHK-BATCH-FIM
           IF W-BATCH = 1
              PERFORM CALC-ONTEM THRU CALC-ONTEM-FIM
              MOVE W-ONTEM  TO W-INIAMD
              MOVE W-HOJE-N TO W-FIMAMD
              GO TO INC-OP0.
      *
       INC-001.
           MOVE W-HOJEDIA TO W-FDDINI W-FDDFIM
           MOVE W-HOJEMES TO W-FMMINI W-FMMFIM
           MOVE W-HOJEANO TO W-FAAINI W-FAAFIM
           DISPLAY TELAFILTRO
           ACCEPT TW-FDATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-FMMINI < 1 OR W-FMMINI > 12
              OR W-FDDINI < 1 OR W-FDDINI > 31 OR W-FAAINI < 2000
              MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-FDATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-FMMFIM < 1 OR W-FMMFIM > 12
              OR W-FDDFIM < 1 OR W-FDDFIM > 31 OR W-FAAFIM < 2000
              MOVE "*** DATA FINAL INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           COMPUTE W-INIAMD = W-FAAINI * 10000 + W-FMMINI * 100
                            + W-FDDINI
           COMPUTE W-FIMAMD = W-FAAFIM * 10000 + W-FMMFIM * 100
                            + W-FDDFIM
           IF W-FIMAMD < W-INIAMD
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DETECCAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN I-O CADALRAC
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT CADALRAC
              CLOSE CADALRAC
              OPEN I-O CADALRAC.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADALRAC" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI CADCONSU
           MOVE 1 TO W-HASOPA
           OPEN INPUT CADOPACE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPA.
           MOVE 1 TO W-HASRST
           OPEN INPUT CADRESTR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASRST.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.
           OPEN OUTPUT ALERTATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ALERTATX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           IF W-BATCH = 0
              DISPLAY (14, 01) "*** PROCESSANDO, AGUARDE ***".
           MOVE ZEROS TO W-NOPER W-NPAC W-PPAC W-LIDOSAC W-LIDOSAU
                         W-EVENTOS W-NOVOS W-JAEXIST W-OPEXC
           MOVE ZEROS TO W-TOTTIPO (1) W-TOTTIPO (2) W-TOTTIPO (3)
                         W-TOTTIPO (4) W-TOTTIPO (5) W-TOTTIPO (6)
                         W-TOTTIPO (7)

      ***** VINCULO RECENTE: CONSULTA OU AGENDAMENTO A PARTIR DE ****
      ***** N DIAS ANTES DO FIM DO PERIODO (AGENDA FUTURA CONTA) ****
           MOVE W-FIMAMD TO W-AMD
           MOVE W-AMDDIA TO W-DSDIA
           MOVE W-AMDMES TO W-DSMES
           MOVE W-AMDANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-LIMSER = W-DSSER - W-DIASVINC

           MOVE W-INIAMD TO W-AMD
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE SPACES TO REGALERTATX
           STRING "ALERTAS DE ACESSO SUSPEITO - PERIODO " W-DATAE
                  DELIMITED BY SIZE INTO REGALERTATX
           MOVE W-FIMAMD TO W-AMD
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE " A " TO REGALERTATX (48:3)
           MOVE W-DATAE TO REGALERTATX (51:10)
           WRITE REGALERTATX
           MOVE SPACES TO REGALERTATX
           STRING "LIMITE POR HORA: " W-LIMHORA " PACIENTES  "
                  "VINCULO RECENTE: " W-DIASVINC " DIAS"
                  DELIMITED BY SIZE INTO REGALERTATX
           WRITE REGALERTATX
           MOVE ALL "=" TO REGALERTATX
           WRITE REGALERTATX
           MOVE SPACES TO W-LINHA
           MOVE "DATA"      TO W-LINHA (1:4)
           MOVE "HORA"      TO W-LINHA (12:4)
           MOVE "OPERADOR"  TO W-LINHA (18:8)
           MOVE "TIPO DE ALERTA" TO W-LINHA (45:14)
           MOVE "CPF"       TO W-LINHA (76:3)
           MOVE "PROGRAMA/DETALHE" TO W-LINHA (88:16)
           MOVE W-LINHA TO REGALERTATX
           WRITE REGALERTATX.

      ***** 1. REGISTRO DE LEITURAS: TODAS AS VERIFICACOES, ********
      *****    INCLUSIVE A CONTAGEM POR HORA ************************
       LEITURAS.
           OPEN INPUT ACESSOTX
           IF ST-ERRO NOT = "00"
              GO TO LEITURAS-FIM.
       LEITURAS-LER.
           READ ACESSOTX
           AT END
              CLOSE ACESSOTX
              GO TO LEITURAS-FIM.
           ADD 1 TO W-LIDOSAC
           IF AC-DATA NOT NUMERIC OR AC-HORA NOT NUMERIC
              OR AC-OPER NOT NUMERIC OR AC-CPF NOT NUMERIC
              GO TO LEITURAS-LER.
           IF AC-DATA < W-INIAMD OR AC-DATA > W-FIMAMD
              GO TO LEITURAS-LER.
           MOVE AC-DATA TO W-EVDATA
           MOVE AC-HORA TO W-EVHORA
           MOVE AC-OPER TO W-EVOPER
           MOVE AC-TERM TO W-EVTERM
           MOVE AC-PROG TO W-EVPROG
           MOVE AC-CPF  TO W-EVCPF
           MOVE 1 TO W-EVLEIT
           PERFORM TRATA-EVENTO THRU TRATA-EVENTO-FIM
           GO TO LEITURAS-LER.
       LEITURAS-FIM.
           PERFORM FECHA-HORAS THRU FECHA-HORAS-FIM.

      ***** 2. TRILHA DE AUDITORIA: GRAVACOES CUJA CHAVE E O CPF ****
      *****    (MESES ARQUIVADOS DO PERIODO E O ARQUIVO ATUAL) ******
       TRILHA.
           COMPUTE W-MESARQ = W-INIAMD / 100
           COMPUTE W-MESFIM = W-FIMAMD / 100.
       TRILHA-MES.
           IF W-MESARQ > W-MESFIM
              GO TO TRILHA-ATUAL.
           MOVE SPACES TO WS-AUDFILE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDIT" DELIMITED BY SIZE
                  W-MESARQX ".TXT"
                  DELIMITED BY SIZE INTO WS-AUDFILE
           PERFORM LE-TRILHA THRU LE-TRILHA-FIM
           IF W-MMARQ = 12
              ADD 1 TO W-ANOARQ
              MOVE 1 TO W-MMARQ
           ELSE
              ADD 1 TO W-MMARQ.
           GO TO TRILHA-MES.
       TRILHA-ATUAL.
           MOVE W-ARQ-AUDITTX TO WS-AUDFILE
           PERFORM LE-TRILHA THRU LE-TRILHA-FIM.

      ***** RESUMO ***************************************************
       RESUMO.
           MOVE SPACES TO REGALERTATX
           WRITE REGALERTATX
           MOVE ALL "=" TO REGALERTATX
           WRITE REGALERTATX
           MOVE SPACES TO REGALERTATX
           STRING "LEITURAS LIDAS: " W-LIDOSAC
                  "  LINHAS DA TRILHA: " W-LIDOSAU
                  "  ACESSOS A PACIENTES NO PERIODO: " W-EVENTOS
                  DELIMITED BY SIZE INTO REGALERTATX
           WRITE REGALERTATX
           MOVE SPACES TO REGALERTATX
           STRING "ALERTAS NOVOS: " W-NOVOS
                  "  JA EXISTENTES (DECISAO PRESERVADA): " W-JAEXIST
                  DELIMITED BY SIZE INTO REGALERTATX
           WRITE REGALERTATX
           IF W-OPEXC > 0
              MOVE SPACES TO REGALERTATX
              STRING "*** ACESSOS DE OPERADORES ALEM DO LIMITE DA "
                     "TABELA (NAO VERIFICADOS): " W-OPEXC
                     DELIMITED BY SIZE INTO REGALERTATX
              WRITE REGALERTATX.
           MOVE 1 TO W-IT.
       RESUMO-TIPO.
           MOVE SPACES TO REGALERTATX
           STRING "  " W-IT " - " W-TIPODESC (W-IT) ": "
                  W-TOTTIPO (W-IT)
                  DELIMITED BY SIZE INTO REGALERTATX
           WRITE REGALERTATX
           IF W-IT < 7
              ADD 1 TO W-IT
              GO TO RESUMO-TIPO.
           MOVE SPACES TO REGALERTATX
           STRING "DECISAO DE CADA ALERTA (JUSTIFICADO OU NAO) NA "
                  "REVISAO DE ALERTAS DE ACESSO"
                  DELIMITED BY SIZE INTO REGALERTATX
           WRITE REGALERTATX
           CLOSE ALERTATX
           MOVE "SMPRSUS" TO W-PROGCAT
           MOVE "ALERTATX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-INIAMD " A " W-FIMAMD
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           IF W-BATCH = 1
              PERFORM GRAVA-STAT THRU GRAVA-STAT-FIM
           ELSE
              MOVE "*** ALERTAS GRAVADOS EM ALERTATX.TXT ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           GO TO RotinaFim3.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE ALERTATX.
       RotinaFim3.
           CLOSE CADALRAC CADPACI CADCONSU.
           IF W-HASOPA = 1
              CLOSE CADOPACE.
           IF W-HASRST = 1
              CLOSE CADRESTR.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       RotinaFim2.
           EXIT PROGRAM.

      ***** LE UM ARQUIVO DA TRILHA: SO AS TELAS QUE GRAVAM PELO ****
      ***** CPF DO PACIENTE. DATAS GRAVADAS SEM O SECULO (00AAMMDD) *
      ***** RECEBEM O 20 NA FRENTE **********************************
       LE-TRILHA.
           OPEN INPUT AUDITIN
           IF ST-ERRO NOT = "00"
              GO TO LE-TRILHA-FIM.
       LE-TRILHA-LER.
           READ AUDITIN
           AT END
              CLOSE AUDITIN
              GO TO LE-TRILHA-FIM.
           ADD 1 TO W-LIDOSAU
           IF AU-DATA NOT NUMERIC OR AU-HORA NOT NUMERIC
              OR AU-COD NOT NUMERIC
              GO TO LE-TRILHA-LER.
           IF AU-PROG NOT = "SMP004" AND AU-PROG NOT = "SMP006"
              AND AU-PROG NOT = "SMP030" AND AU-PROG NOT = "SMP042"
              GO TO LE-TRILHA-LER.
           IF AU-CHAVE (1:11) NOT NUMERIC
              OR AU-CHAVE (12:4) NOT = SPACES
              GO TO LE-TRILHA-LER.
           DIVIDE AU-DATA BY 1000000 GIVING W-AUQ REMAINDER W-AURES
           IF W-AUQ = 0
              COMPUTE W-EVDATA = 20000000 + W-AURES
           ELSE
              MOVE AU-DATA TO W-EVDATA.
           IF W-EVDATA < W-INIAMD OR W-EVDATA > W-FIMAMD
              GO TO LE-TRILHA-LER.
           MOVE AU-HORA TO W-EVHORA
           MOVE AU-COD  TO W-EVOPER
           MOVE SPACES  TO W-EVTERM
           MOVE AU-PROG TO W-EVPROG
           MOVE AU-CHAVE (1:11) TO W-EVCPF
           MOVE 0 TO W-EVLEIT
           PERFORM TRATA-EVENTO THRU TRATA-EVENTO-FIM
           GO TO LE-TRILHA-LER.
       LE-TRILHA-FIM.
           EXIT.

      ***** VERIFICA UM ACESSO DE UM OPERADOR AO CPF DE UM PACIENTE *
       TRATA-EVENTO.
           IF W-EVOPER = 0 OR W-EVCPF = 0
              GO TO TRATA-EVENTO-FIM.
           ADD 1 TO W-EVENTOS
           PERFORM ACHA-OPER THRU ACHA-OPER-FIM
           IF W-IO = 0
              ADD 1 TO W-OPEXC
              GO TO TRATA-EVENTO-FIM.
           PERFORM ACHA-PAC THRU ACHA-PAC-FIM
           DIVIDE W-EVHORA BY 10000 GIVING W-EVHH
           IF W-EVLEIT = 1
              PERFORM CONTA-HORA THRU CONTA-HORA-FIM.
           MOVE W-EVDATA TO W-ADATA
           MOVE W-EVCPF  TO W-ACPF
           MOVE ZEROS    TO W-AHH
           MOVE 1        TO W-AQTD
           MOVE W-EVHORA TO W-AHORA1
           MOVE W-EVTERM TO W-ATERM
           MOVE W-EVPROG TO W-APROG
           MOVE SPACES   TO W-ADET

      ***** FORA DO TURNO (PERFIL SEM TURNO NAO E VERIFICADO) *******
           IF TBO-PERF (W-IO) = 1
              AND (TBO-HINI (W-IO) NOT = 0 OR TBO-HFIM (W-IO) NOT = 0)
              MOVE 0 TO W-FORA
              IF TBO-HINI (W-IO) < TBO-HFIM (W-IO)
                 IF W-EVHHMM < TBO-HINI (W-IO)
                    OR W-EVHHMM NOT < TBO-HFIM (W-IO)
                    MOVE 1 TO W-FORA
                 ELSE
                    NEXT SENTENCE
              ELSE
                 IF W-EVHHMM NOT < TBO-HFIM (W-IO)
                    AND W-EVHHMM < TBO-HINI (W-IO)
                    MOVE 1 TO W-FORA.
           IF W-FORA = 1 AND TBO-PERF (W-IO) = 1
              MOVE 2 TO W-ATIPO
              MOVE SPACES TO W-ADET
              STRING "TURNO " TBO-HINI (W-IO) " A " TBO-HFIM (W-IO)
                     DELIMITED BY SIZE INTO W-ADET
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
           MOVE 0 TO W-FORA

      ***** CADASTRO ANONIMIZADO: NAO HA MAIS VINCULO A CONFERIR ****
           IF TBP-ANON (W-IP) = "S"
              MOVE 7 TO W-ATIPO
              MOVE SPACES TO W-ADET
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
              GO TO TRATA-EVENTO-RESTR.
           IF TBP-REC (W-IP) NOT = "S"
              MOVE 4 TO W-ATIPO
              MOVE SPACES TO W-ADET
              STRING "NENHUMA NOS ULTIMOS " W-DIASVINC " DIAS"
                     DELIMITED BY SIZE INTO W-ADET
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
              GO TO TRATA-EVENTO-RESTR.
           IF TBO-PERF (W-IO) = 1 AND TBO-UNI (W-IO) > 0
              IF TBP-UNI (W-IP) (TBO-UNI (W-IO):1) NOT = "S"
                 MOVE 3 TO W-ATIPO
                 MOVE SPACES TO W-ADET
                 STRING "OPERADOR DA UNIDADE " TBO-UNI (W-IO)
                        DELIMITED BY SIZE INTO W-ADET
                 PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.

       TRATA-EVENTO-RESTR.
           IF TBP-TIPO (W-IP) = "V"
              MOVE 6 TO W-ATIPO
              MOVE SPACES TO W-ADET
              PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
      ***** O PROPRIO CADASTRO DO OPERADOR NAO E ALERTADO ***********
           IF TBO-PERF (W-IO) = 1 AND TBO-CPF (W-IO) = W-EVCPF
              GO TO TRATA-EVENTO-FIM.
           IF TBP-OPER (W-IP) = W-EVOPER
              GO TO TRATA-EVENTO-FIM.
           IF TBP-TIPO (W-IP) = "F" OR TBP-OPER (W-IP) > 0
              MOVE 5 TO W-ATIPO
              MOVE SPACES TO W-ADET
              IF TBP-OPER (W-IP) > 0
                 STRING "E O OPERADOR " TBP-OPER (W-IP)
                        DELIMITED BY SIZE INTO W-ADET
                 PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM
              ELSE
                 PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       TRATA-EVENTO-FIM.
           EXIT.

      ***** CONTAGEM DE PACIENTES DISTINTOS NA HORA DO OPERADOR *****
       CONTA-HORA.
           IF TBO-BDATA (W-IO) NOT = W-EVDATA
              OR TBO-BHH (W-IO) NOT = W-EVHH
              PERFORM FECHA-HORA THRU FECHA-HORA-FIM
              MOVE W-EVDATA TO TBO-BDATA (W-IO)
              MOVE W-EVHH   TO TBO-BHH (W-IO)
              MOVE W-EVHORA TO TBO-BHORA1 (W-IO)
              MOVE W-EVTERM TO TBO-BTERM (W-IO)
              MOVE W-EVPROG TO TBO-BPROG (W-IO)
              MOVE ZEROS    TO TBO-BQTD (W-IO).
           MOVE 1 TO W-J.
       CONTA-HORA-LOOP.
           IF W-J > TBO-BQTD (W-IO)
              GO TO CONTA-HORA-NOVO.
           IF TBO-BCPF (W-IO, W-J) = W-EVCPF
              GO TO CONTA-HORA-FIM.
           ADD 1 TO W-J
           GO TO CONTA-HORA-LOOP.
       CONTA-HORA-NOVO.
           IF TBO-BQTD (W-IO) < 100
              ADD 1 TO TBO-BQTD (W-IO)
              MOVE W-EVCPF TO TBO-BCPF (W-IO, TBO-BQTD (W-IO)).
       CONTA-HORA-FIM.
           EXIT.

      ***** FECHA A HORA EM CONTAGEM DO OPERADOR W-IO ***************
       FECHA-HORA.
           IF TBO-BQTD (W-IO) NOT > W-LIMHORA
              GO TO FECHA-HORA-FIM.
           MOVE 1 TO W-ATIPO
           MOVE TBO-BDATA (W-IO) TO W-ADATA
           MOVE ZEROS TO W-ACPF
           MOVE TBO-BHH (W-IO)    TO W-AHH
           MOVE TBO-BQTD (W-IO)   TO W-AQTD
           MOVE TBO-BHORA1 (W-IO) TO W-AHORA1
           MOVE TBO-BTERM (W-IO)  TO W-ATERM
           MOVE TBO-BPROG (W-IO)  TO W-APROG
           MOVE SPACES TO W-ADET
           IF TBO-BQTD (W-IO) = 100
              STRING "100 OU MAIS PACIENTES DISTINTOS"
                     DELIMITED BY SIZE INTO W-ADET
           ELSE
              STRING TBO-BQTD (W-IO) " PACIENTES DISTINTOS"
                     DELIMITED BY SIZE INTO W-ADET.
           PERFORM GRAVA-ALERTA THRU GRAVA-ALERTA-FIM.
       FECHA-HORA-FIM.
           EXIT.

       FECHA-HORAS.
           MOVE 1 TO W-IO.
       FECHA-HORAS-LOOP.
           IF W-IO > W-NOPER
              GO TO FECHA-HORAS-FIM.
           PERFORM FECHA-HORA THRU FECHA-HORA-FIM
           MOVE ZEROS TO TBO-BQTD (W-IO) TBO-BDATA (W-IO)
           ADD 1 TO W-IO
           GO TO FECHA-HORAS-LOOP.
       FECHA-HORAS-FIM.
           EXIT.

      ***** POSICAO DO OPERADOR NA TABELA, CARREGANDO O SEU PERFIL **
      ***** DE ACESSO NA PRIMEIRA VEZ (W-IO = 0: TABELA CHEIA) ******
       ACHA-OPER.
           MOVE 1 TO W-IO.
       ACHA-OPER-LOOP.
           IF W-IO > W-NOPER
              GO TO ACHA-OPER-NOVO.
           IF TBO-COD (W-IO) = W-EVOPER
              GO TO ACHA-OPER-FIM.
           ADD 1 TO W-IO
           GO TO ACHA-OPER-LOOP.
       ACHA-OPER-NOVO.
           IF W-NOPER NOT < 200
              MOVE 0 TO W-IO
              GO TO ACHA-OPER-FIM.
           ADD 1 TO W-NOPER
           MOVE W-NOPER TO W-IO
           MOVE ZEROS TO TBO-PERF (W-IO) TBO-CPF (W-IO) TBO-UNI (W-IO)
                         TBO-HINI (W-IO) TBO-HFIM (W-IO)
                         TBO-BDATA (W-IO) TBO-BHH (W-IO)
                         TBO-BHORA1 (W-IO) TBO-BQTD (W-IO)
           MOVE SPACES TO TBO-NOME (W-IO) TBO-BTERM (W-IO)
                          TBO-BPROG (W-IO)
           MOVE W-EVOPER TO TBO-COD (W-IO)
           IF W-HASOPE = 1
              MOVE W-EVOPER TO CODOPER
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE NOMEOPER TO TBO-NOME (W-IO).
           IF W-HASOPA = 0
              GO TO ACHA-OPER-FIM.
           MOVE W-EVOPER TO CODOA
           READ CADOPACE
           IF ST-ERRO = "00" AND SITUACAOOA NOT = "I"
              MOVE 1      TO TBO-PERF (W-IO)
              MOVE CPFOA  TO TBO-CPF (W-IO)
              MOVE UNIDOA TO TBO-UNI (W-IO)
              MOVE HINIOA TO TBO-HINI (W-IO)
              MOVE HFIMOA TO TBO-HFIM (W-IO).
       ACHA-OPER-FIM.
           EXIT.

      ***** POSICAO DO PACIENTE NA TABELA; NA PRIMEIRA VEZ LE O *****
      ***** CADASTRO, A RESTRICAO, O OPERADOR COM ESTE CPF E AS *****
      ***** CONSULTAS RECENTES POR UNIDADE **************************
       ACHA-PAC.
           MOVE 1 TO W-IP.
       ACHA-PAC-LOOP.
           IF W-IP > W-NPAC
              GO TO ACHA-PAC-NOVO.
           IF TBP-CPF (W-IP) = W-EVCPF
              GO TO ACHA-PAC-FIM.
           ADD 1 TO W-IP
           GO TO ACHA-PAC-LOOP.
       ACHA-PAC-NOVO.
           IF W-NPAC < 1000
              ADD 1 TO W-NPAC
              MOVE W-NPAC TO W-IP
           ELSE
              IF W-PPAC < 1000
                 ADD 1 TO W-PPAC
                 MOVE W-PPAC TO W-IP
              ELSE
                 MOVE 1 TO W-PPAC W-IP.
           MOVE W-EVCPF TO TBP-CPF (W-IP)
           MOVE SPACES  TO TBP-ANON (W-IP) TBP-TIPO (W-IP)
                           TBP-REC (W-IP) TBP-UNI (W-IP)
           MOVE ZEROS   TO TBP-OPER (W-IP)
           MOVE W-EVCPF TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              IF NOMEP = "TITULAR ANONIMIZADO (LGPD)"
                 MOVE "S" TO TBP-ANON (W-IP).
           IF W-HASRST = 1
              MOVE W-EVCPF TO CPFRS
              READ CADRESTR
              IF ST-ERRO = "00" AND SITUACAORS NOT = "I"
                 MOVE TIPORS TO TBP-TIPO (W-IP).
           IF W-HASOPA = 1
              MOVE W-EVCPF TO CPFOA
              READ CADOPACE KEY IS CPFOA
              IF ST-ERRO = "00" AND SITUACAOOA NOT = "I"
                 MOVE CODOA TO TBP-OPER (W-IP).
           MOVE ZEROS TO KEYPRINCIPAL
           MOVE W-EVCPF TO CPFC
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO ACHA-PAC-FIM.
       ACHA-PAC-CONS.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-PAC-FIM.
           IF CPFC NOT = W-EVCPF
              GO TO ACHA-PAC-FIM.
           MOVE DIACON1 TO W-DSDIA
           MOVE MESCON1 TO W-DSMES
           MOVE ANOCON1 TO W-DSANO
           IF W-DSMES < 1 OR W-DSMES > 12
              GO TO ACHA-PAC-CONS.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-LIMSER
              GO TO ACHA-PAC-CONS.
           MOVE "S" TO TBP-REC (W-IP)
      ***** CONSULTA SEM UNIDADE (ANTERIOR AS FILIAIS) VALE PARA TODAS
           IF UNIDCONS = 0
              MOVE ALL "S" TO TBP-UNI (W-IP)
           ELSE
              MOVE "S" TO TBP-UNI (W-IP) (UNIDCONS:1).
           GO TO ACHA-PAC-CONS.
       ACHA-PAC-FIM.
           EXIT.

      ***** GRAVA O ALERTA SE AINDA NAO EXISTE (O EXISTENTE GUARDA **
      ***** A DECISAO JA TOMADA) E O LISTA NO ALERTATX **************
       GRAVA-ALERTA.
           MOVE W-ADATA  TO DATAALR
           MOVE TBO-COD (W-IO) TO OPERALR
           MOVE W-ATIPO  TO TIPOALR
           MOVE W-ACPF   TO CPFALR
           MOVE W-AHH    TO HORAALR
           READ CADALRAC
           IF ST-ERRO = "00"
              ADD 1 TO W-JAEXIST
              GO TO GRAVA-ALERTA-FIM.
           MOVE W-AHORA1 TO HORA1ALR
           MOVE W-AQTD   TO QTDALR
           MOVE W-APROG  TO PROGALR
           MOVE W-ATERM  TO TERMALR
           MOVE W-ADET   TO DETALR
           MOVE "P"      TO SITALR
           MOVE SPACES   TO JUSTALR
           MOVE ZEROS    TO DATADEC HORADEC OPERDEC.
       GRAVA-ALERTA-WR.
           WRITE REGALRAC
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO GRAVA-ALERTA-WR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-JAEXIST
              GO TO GRAVA-ALERTA-FIM.
           ADD 1 TO W-NOVOS
           ADD 1 TO W-TOTTIPO (W-ATIPO)
           MOVE W-ADATA TO W-AMD
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-AHORA1 TO W-HMS
           MOVE W-HMSHH TO W-HORAE-HH
           MOVE W-HMSMM TO W-HORAE-MM
           MOVE SPACES TO W-LINHA
           MOVE W-DATAE  TO W-LINHA (1:10)
           MOVE W-HORAE  TO W-LINHA (12:5)
           MOVE TBO-COD (W-IO) TO W-LINHA (18:4)
           MOVE TBO-NOME (W-IO) TO W-LINHA (23:20)
           MOVE W-ATIPO  TO W-LINHA (45:1)
           MOVE W-TIPODESC (W-ATIPO) TO W-LINHA (47:28)
           IF W-ACPF > 0
              MOVE W-ACPF TO W-LINHA (76:11).
           MOVE W-APROG  TO W-LINHA (88:7)
           MOVE W-ADET   TO W-LINHA (96:25)
           MOVE W-LINHA TO REGALERTATX
           WRITE REGALERTATX.
       GRAVA-ALERTA-FIM.
           EXIT.

       EDITA-DATA.
           MOVE W-AMDDIA TO W-DATAE-DD
           MOVE W-AMDMES TO W-DATAE-MM
           MOVE W-AMDANO TO W-DATAE-AA.
       EDITA-DATA-FIM.
           EXIT.

      ***** DIA ANTERIOR A HOJE (PERIODO DA CADEIA NOTURNA) *********
       CALC-ONTEM.
           MOVE W-HOJE-N TO W-ONTEM
           IF W-ONTDIA > 1
              SUBTRACT 1 FROM W-ONTDIA
              GO TO CALC-ONTEM-FIM.
           IF W-ONTMES > 1
              SUBTRACT 1 FROM W-ONTMES
           ELSE
              MOVE 12 TO W-ONTMES
              SUBTRACT 1 FROM W-ONTANO.
           MOVE W-DMES (W-ONTMES) TO W-ONTDIA
           IF W-ONTMES = 2
              DIVIDE W-ONTANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 MOVE 29 TO W-ONTDIA.
       CALC-ONTEM-FIM.
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

      ***** MODO BATCH: A CADEIA NOTURNA (SMPRNOC) GRAVA A DATA ******
      ***** DO DIA NA CHAVE BATCHNOC DO CADPARAM PARA SUPRIMIR *******
      ***** AS TELAS (CHAVE DE OUTRO DIA NAO VALE). LE TAMBEM OS *****
      ***** LIMITES SUSPHORA (PACIENTES POR HORA) E SUSPDIAS *********
      ***** (DIAS DO VINCULO RECENTE) ********************************
       CHK-BATCH.
           MOVE 0 TO W-BATCH
           ACCEPT W-HOJEB FROM DATE
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CHK-BATCH-FIM.
           MOVE "BATCHNOC" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF VALORPAR = W-HOJEB
                 IF SITUACAOPA NOT = "I"
                    MOVE 1 TO W-BATCH.
           MOVE "SUSPHORA" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR > 0 AND VALORPAR < 100
                 MOVE VALORPAR TO W-LIMHORA.
           MOVE "SUSPDIAS" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR > 0 AND VALORPAR < 1000
                 MOVE VALORPAR TO W-DIASVINC.
           CLOSE CADPARAM.
       CHK-BATCH-FIM.
           EXIT.

      ***** INFORMA A CADEIA NOTURNA QUE A ETAPA TERMINOU BEM ********
       GRAVA-STAT.
           OPEN OUTPUT NOCSTAT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-STAT-FIM.
           MOVE SPACES    TO REGNOCSTAT
           MOVE "SMPRSUS" TO NS-PROG
           MOVE "OK"      TO NS-STAT
           MOVE W-NOVOS   TO NS-QTD
           WRITE REGNOCSTAT
           CLOSE NOCSTAT.
       GRAVA-STAT-FIM.
           EXIT.

      ***** AGUARDA UM CURTO INTERVALO PARA RETENTAR UM REGISTRO ****
      ***** QUE ESTA BLOQUEADO POR OUTRO TERMINAL ********************
       ESPERA-BUSY.
           MOVE ZEROS TO W-CONT2.
       ESPERA-BUSY-LOOP.
           ADD 1 TO W-CONT2
           IF W-CONT2 < 30000
              GO TO ESPERA-BUSY-LOOP.
       ESPERA-BUSY-FIM.
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
           MOVE SPACES TO W-ARQ-ACESSOTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ACESSOTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ACESSOTX
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-AUDITTX
           MOVE SPACES TO W-ARQ-CADALRAC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALRAC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALRAC
           MOVE SPACES TO W-ARQ-CADOPACE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPACE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPACE
           MOVE SPACES TO W-ARQ-CADRESTR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRESTR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRESTR
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-NOCSTAT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "NOCSTAT.TXT" DELIMITED BY SIZE
             INTO W-ARQ-NOCSTAT
           MOVE SPACES TO W-ARQ-ALERTATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ALERTATX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ALERTATX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
