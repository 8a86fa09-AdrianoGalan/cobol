       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRPRE.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * PRE-NATAL: GESTANTES COM CONSULTAS OU EXAMES     *
      * OBRIGATORIOS EM ATRASO. O CALENDARIO DE CONSULTAS*
      * VEM DO CADPARAM (PNINTERV1/2/3 E PNSEM1A) E OS   *
      * EXAMES DO PROTOCOLO POR TRIMESTRE (CADPNEX)      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADGESTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGESTA
                    FILE STATUS  IS ST-ERRO.


       SELECT CADPNEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPNEX
                    FILE STATUS  IS ST-ERRO.


       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
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


       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.


       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.


       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.


       SELECT PRENATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPNEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPNEX.
       01 REGPNEX.
          03 KEYPNEX.
             05 TRIMPN        PIC 9(01).
             05 CODEXPN       PIC X(10).
          03 DESCEXPN         PIC X(30).
          03 SEMINIPN         PIC 9(02).
          03 SEMFIMPN         PIC 9(02).
          03 SITUACAOPN       PIC X(01).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 CONVENIO        PIC 9(04).
          03 EMAIL         PIC X(30).
          03 TELEFONE      PIC 9(11).
          03 CEP           PIC 9(08).
          03 SITUACAO      PIC X(01).
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEXAME.
       01 REGEXAME.
          03 KEYEXAME.
             05 CPFE          PIC 9(11).
             05 DATAE.
                07 DIAE       PIC 9(02).
                07 MESE       PIC 9(02).
                07 ANOE       PIC 9(04).
             05 SEQE          PIC 9(02).
             05 ITEME         PIC 9(02).
          03 CODEXAME         PIC X(10).
          03 DESCEXAME        PIC X(30).
          03 MEDICOEXA        PIC 9(06).
          03 DATARESULT.
             05 DIARES        PIC 9(02).
             05 MESRES        PIC 9(02).
             05 ANORES        PIC 9(04).
          03 RESULTEXAME      PIC X(40).
          03 STATUSEXAME      PIC X(01).
          03 ANORMALEXA       PIC X(01).
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
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
       FD PRENATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-PRENATX.
       01 REGPRENATX        PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADGESTA PIC X(64) VALUE
          "CADGESTA.DAT".
       01 W-ARQ-CADPNEX PIC X(64) VALUE
          "CADPNEX.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADEXAME PIC X(64) VALUE
          "CADEXAME.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-PRENATX PIC X(64) VALUE
          "PRENATX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASPNX    PIC 9(01) VALUE ZEROS.
       01 W-HASEXA    PIC 9(01) VALUE ZEROS.
       01 W-HASPAR    PIC 9(01) VALUE ZEROS.
       01 W-HASPAC    PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATAF.
          03 W-DIAF   PIC 9(02).
          03 W-MESF   PIC 9(02).
          03 W-ANOF   PIC 9(04).
       01 W-SOATRF    PIC X(01) VALUE "S".
       01 W-REFSER    PIC 9(08) VALUE ZEROS.
       01 W-DUMSER    PIC 9(08) VALUE ZEROS.
       01 W-CONSER    PIC 9(08) VALUE ZEROS.
       01 W-DIFDIAS   PIC 9(08) VALUE ZEROS.
       01 W-IGSEM     PIC 9(02) VALUE ZEROS.
       01 W-IGDIA     PIC 9(01) VALUE ZEROS.
       01 W-IGEXA     PIC 9(02) VALUE ZEROS.
       01 W-INTERV1   PIC 9(03) VALUE 30.
       01 W-INTERV2   PIC 9(03) VALUE 15.
       01 W-INTERV3   PIC 9(03) VALUE 7.
       01 W-SEM1A     PIC 9(02) VALUE 12.
       01 W-INTERV    PIC 9(03) VALUE ZEROS.
       01 W-ESPOBS    PIC 9(02) VALUE ZEROS.
       01 W-IESP      PIC 9(01) VALUE ZEROS.
       01 W-ESPOK     PIC 9(01) VALUE ZEROS.
       01 W-QTDVIS    PIC 9(03) VALUE ZEROS.
       01 W-ULTSER    PIC 9(08) VALUE ZEROS.
       01 W-ULTDATA   PIC 9(08) VALUE ZEROS.
       01 W-PROXSER   PIC 9(08) VALUE ZEROS.
       01 W-PROXDATA  PIC 9(08) VALUE ZEROS.
       01 W-DIASSEM   PIC 9(04) VALUE ZEROS.
       01 W-ATRCONS   PIC 9(01) VALUE ZEROS.
       01 W-ATREXA    PIC 9(01) VALUE ZEROS.
       01 W-SITEXA    PIC X(14) VALUE SPACES.
       01 W-TXTRISCO  PIC X(07) VALUE SPACES.
       01 W-NOMEPAC   PIC X(30) VALUE SPACES.
       01 W-TELPAC    PIC 9(11) VALUE ZEROS.
       01 W-QTDGES    PIC 9(05) VALUE ZEROS.
       01 W-QTDATRC   PIC 9(05) VALUE ZEROS.
       01 W-QTDATRE   PIC 9(05) VALUE ZEROS.
       01 W-QTDLIST   PIC 9(05) VALUE ZEROS.
       01 W-QTDED     PIC ZZZZ9.
       01 W-QTD3ED    PIC ZZ9.
       01 W-DIASED    PIC ZZZ9.
       01 W-INT1ED    PIC ZZ9.
       01 W-INT2ED    PIC ZZ9.
       01 W-INT3ED    PIC ZZ9.
       01 W-ULTTXT    PIC X(20) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
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
      ***** PROTOCOLO DE EXAMES ATIVOS (CADPNEX) EM MEMORIA *********
       01 W-QTDPNX    PIC 9(02) VALUE ZEROS.
       01 IPN         PIC 9(02) VALUE ZEROS.
       01 TABPNX.
          03 TBP OCCURS 50 TIMES.
             05 TBP-TRIM  PIC 9(01).
             05 TBP-COD   PIC X(10).
             05 TBP-DESC  PIC X(30).
             05 TBP-INI   PIC 9(02).
             05 TBP-FIM   PIC 9(02).
      ***** EXAMES PEDIDOS PARA A GESTANTE DURANTE A GESTACAO *******
       01 W-QTDEXA    PIC 9(03) VALUE ZEROS.
       01 IEX         PIC 9(03) VALUE ZEROS.
       01 TABEXA.
          03 TBE OCCURS 200 TIMES.
             05 TBE-COD   PIC X(10).
             05 TBE-IGS   PIC 9(02).
             05 TBE-STAT  PIC X(01).
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
       01 W-MSCTEL      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** PRE-NATAL: GESTANTES COM CONSULTAS".
           05  LINE 04  COLUMN 41
               VALUE  " OU EXAMES EM ATRASO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA DE REFERENCIA (DD.MM.AAAA):".
           05  LINE 07  COLUMN 01
               VALUE  "  SO GESTANTES EM ATRASO (S/N)   :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-DATAF
               LINE 06  COLUMN 36  PIC 99.99.9999
               USING  W-DATAF
               HIGHLIGHT.
           05  TW-SOATRF
               LINE 07  COLUMN 36  PIC X(01)
               USING  W-SOATRF
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
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE (7:2) TO W-DIAF
           MOVE W-DATAHOJE (5:2) TO W-MESF
           MOVE W-DATAHOJE (1:4) TO W-ANOF
           MOVE "S" TO W-SOATRF.

       INC-001.
           DISPLAY TELAFILTRO
           ACCEPT TW-DATAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-DATAF = 0
              MOVE "*** DIGITE A DATA DE REFERENCIA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           IF W-MESF < 1 OR W-MESF > 12 OR W-DIAF < 1 OR W-DIAF > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TW-SOATRF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-SOATRF = "s"
              MOVE "S" TO W-SOATRF.
           IF W-SOATRF = "n"
              MOVE "N" TO W-SOATRF.
           IF W-SOATRF NOT = "S" AND W-SOATRF NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.

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
           OPEN INPUT CADGESTA
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA GESTACAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGESTA
              GO TO RotinaFim2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGESTA CADCONSU
              GO TO RotinaFim2.
      ***** PACIENTES SO FORNECEM NOME E TELEFONE; SEM PROTOCOLO ****
      ***** OU SEM PEDIDOS DE EXAME, OS EXAMES NAO SAO AVALIADOS ****
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.
           MOVE 1 TO W-HASEXA
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEXA.
           MOVE 1 TO W-HASPNX
           OPEN INPUT CADPNEX
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPNX.
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           PERFORM CARREGA-PNX THRU CARREGA-PNX-FIM

           OPEN OUTPUT PRENATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRENATX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim4.

           MOVE W-DIAF TO W-DSDIA
           MOVE W-MESF TO W-DSMES
           MOVE W-ANOF TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-REFSER

           MOVE SPACES TO REGPRENATX
           STRING "PRE-NATAL: CONSULTAS E EXAMES EM ATRASO - REF "
                  W-DIAF "/" W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           MOVE W-INTERV1 TO W-INT1ED
           MOVE W-INTERV2 TO W-INT2ED
           MOVE W-INTERV3 TO W-INT3ED
           MOVE SPACES TO REGPRENATX
           STRING "INTERVALO MAXIMO ENTRE CONSULTAS (DIAS): ATE 28 SEM "
                  W-INT1ED ", ATE 36 SEM " W-INT2ED ", DEPOIS " W-INT3ED
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           IF W-HASPNX = 0 OR W-QTDPNX = 0
              MOVE "SEM PROTOCOLO DE EXAMES: EXAMES NAO AVALIADOS"
                TO REGPRENATX
              WRITE REGPRENATX.
           MOVE ALL "-" TO REGPRENATX
           WRITE REGPRENATX.

           MOVE ZEROS TO KEYGESTA
           START CADGESTA KEY IS NOT LESS KEYGESTA INVALID KEY
              GO TO FECHA-RELAT.

      ***** SO AS GESTACOES EM CURSO COM DUM ATE A REFERENCIA *******
       LER-GESTA.
           READ CADGESTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-RELAT.
           IF SITUACAOGE NOT = "A"
              GO TO LER-GESTA.
           MOVE DIADUM TO W-DSDIA
           MOVE MESDUM TO W-DSMES
           MOVE ANODUM TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-DUMSER
           IF W-DUMSER > W-REFSER
              GO TO LER-GESTA.
           ADD 1 TO W-QTDGES
           MOVE W-REFSER TO W-DSSER
           PERFORM CALC-IG THRU CALC-IG-FIM
           PERFORM CONTA-VISITAS THRU CONTA-VISITAS-FIM
           PERFORM AVALIA-VISITAS THRU AVALIA-VISITAS-FIM
           PERFORM CARREGA-EXAMES THRU CARREGA-EXAMES-FIM
           PERFORM AVALIA-EXAMES THRU AVALIA-EXAMES-FIM
           IF W-ATRCONS = 1
              ADD 1 TO W-QTDATRC.
           IF W-ATREXA = 1
              ADD 1 TO W-QTDATRE.
           IF W-SOATRF = "S" AND W-ATRCONS = 0 AND W-ATREXA = 0
              GO TO LER-GESTA.
           PERFORM GRAVA-GESTA THRU GRAVA-GESTA-FIM
           GO TO LER-GESTA.

      ***** IDADE GESTACIONAL NA DATA W-DSSER (SEMANAS E DIAS) ******
       CALC-IG.
           MOVE ZEROS TO W-IGSEM W-IGDIA
           IF W-DSSER < W-DUMSER
              GO TO CALC-IG-FIM.
           COMPUTE W-DIFDIAS = W-DSSER - W-DUMSER
           DIVIDE W-DIFDIAS BY 7 GIVING W-IGSEM REMAINDER W-IGDIA.
       CALC-IG-FIM.
           EXIT.

      ***** CONSULTAS DE PRE-NATAL: DO OBSTETRA DA GESTACAO OU DE ***
      ***** MEDICO DA MESMA ESPECIALIDADE, NAO CANCELADAS NEM FALTAS
       CONTA-VISITAS.
           MOVE ZEROS TO W-QTDVIS W-ULTSER W-ULTDATA W-PROXSER
           MOVE ZEROS TO W-PROXDATA W-ESPOBS
           MOVE CRMOBSGE TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE ESPECIALIDADE (1) TO W-ESPOBS.
           MOVE CPFGE TO CPFC
           MOVE ZEROS TO DATACON1 SEQCON
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CONTA-VISITAS-FIM.
       CONTA-VISITAS-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-VISITAS-FIM.
           IF CPFC NOT = CPFGE
              GO TO CONTA-VISITAS-FIM.
           IF STATUSCONS = "C" OR STATUSCONS = "F"
              OR STATUSCONS = "W"
              GO TO CONTA-VISITAS-LER.
           MOVE DIACON1 TO W-DSDIA
           MOVE MESCON1 TO W-DSMES
           MOVE ANOCON1 TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-CONSER
           IF W-CONSER < W-DUMSER
              GO TO CONTA-VISITAS-LER.
           PERFORM CHK-ESPOBS THRU CHK-ESPOBS-FIM
           IF W-ESPOK = 0
              GO TO CONTA-VISITAS-LER.
      ***** AGENDAMENTO FUTURO: GUARDA O MAIS PROXIMO ***************
           IF W-CONSER > W-REFSER
              IF W-PROXSER = 0 OR W-CONSER < W-PROXSER
                 MOVE W-CONSER TO W-PROXSER
                 MOVE DATACON1 TO W-PROXDATA
                 GO TO CONTA-VISITAS-LER
              ELSE
                 GO TO CONTA-VISITAS-LER.
           ADD 1 TO W-QTDVIS
           IF W-CONSER > W-ULTSER
              MOVE W-CONSER TO W-ULTSER
              MOVE DATACON1 TO W-ULTDATA.
           GO TO CONTA-VISITAS-LER.
       CONTA-VISITAS-FIM.
           EXIT.

       CHK-ESPOBS.
           MOVE 1 TO W-ESPOK
           IF CODMEDICO = CRMOBSGE
              GO TO CHK-ESPOBS-FIM.
           MOVE 0 TO W-ESPOK
           IF W-ESPOBS = 0
              GO TO CHK-ESPOBS-FIM.
           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              GO TO CHK-ESPOBS-FIM.
           MOVE 1 TO W-IESP.
       CHK-ESPOBS-LOOP.
           IF W-IESP > QTDESPEC OR W-IESP > 6
              GO TO CHK-ESPOBS-FIM.
           IF ESPECIALIDADE (W-IESP) = W-ESPOBS
              MOVE 1 TO W-ESPOK
              GO TO CHK-ESPOBS-FIM.
           ADD 1 TO W-IESP
           GO TO CHK-ESPOBS-LOOP.
       CHK-ESPOBS-FIM.
           EXIT.

      ***** CALENDARIO: PRIMEIRA CONSULTA ATE A SEMANA PNSEM1A E ****
      ***** DEPOIS INTERVALO MAXIMO CONFORME A IDADE GESTACIONAL ****
       AVALIA-VISITAS.
           MOVE 0 TO W-ATRCONS
           MOVE ZEROS TO W-DIASSEM
           MOVE W-INTERV1 TO W-INTERV
           IF W-IGSEM NOT < 28
              MOVE W-INTERV2 TO W-INTERV.
           IF W-IGSEM NOT < 36
              MOVE W-INTERV3 TO W-INTERV.
           IF W-QTDVIS = 0
              IF W-IGSEM NOT < W-SEM1A
                 MOVE 1 TO W-ATRCONS
                 GO TO AVALIA-VISITAS-FIM
              ELSE
                 GO TO AVALIA-VISITAS-FIM.
           COMPUTE W-DIASSEM = W-REFSER - W-ULTSER
           IF W-DIASSEM > W-INTERV
              MOVE 1 TO W-ATRCONS.
       AVALIA-VISITAS-FIM.
           EXIT.

      ***** PEDIDOS DE EXAME DA GESTANTE DESDE A DUM, COM A IDADE ***
      ***** GESTACIONAL NA DATA DO PEDIDO ****************************
       CARREGA-EXAMES.
           MOVE ZEROS TO W-QTDEXA
           IF W-HASEXA = 0 OR W-QTDPNX = 0
              GO TO CARREGA-EXAMES-FIM.
           MOVE CPFGE TO CPFE
           MOVE ZEROS TO DATAE SEQE ITEME
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
              GO TO CARREGA-EXAMES-FIM.
       CARREGA-EXAMES-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-EXAMES-FIM.
           IF CPFE NOT = CPFGE
              GO TO CARREGA-EXAMES-FIM.
           IF STATUSEXAME = "C"
              GO TO CARREGA-EXAMES-LER.
           MOVE DIAE TO W-DSDIA
           MOVE MESE TO W-DSMES
           MOVE ANOE TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-DUMSER OR W-DSSER > W-REFSER
              GO TO CARREGA-EXAMES-LER.
           IF W-QTDEXA NOT < 200
              GO TO CARREGA-EXAMES-FIM.
           ADD 1 TO W-QTDEXA
           COMPUTE W-DIFDIAS = W-DSSER - W-DUMSER
           DIVIDE W-DIFDIAS BY 7 GIVING W-IGEXA
           MOVE CODEXAME    TO TBE-COD (W-QTDEXA)
           MOVE W-IGEXA     TO TBE-IGS (W-QTDEXA)
           MOVE STATUSEXAME TO TBE-STAT (W-QTDEXA)
           GO TO CARREGA-EXAMES-LER.
       CARREGA-EXAMES-FIM.
           EXIT.

      ***** EXAME EM ATRASO: JANELA DO PROTOCOLO JA VENCIDA SEM *****
      ***** PEDIDO COM RESULTADO DENTRO DELA *************************
       AVALIA-EXAMES.
           MOVE 0 TO W-ATREXA
           MOVE 1 TO IPN.
       AVALIA-EXAMES-LOOP.
           IF IPN > W-QTDPNX
              GO TO AVALIA-EXAMES-FIM.
           IF TBP-FIM (IPN) < W-IGSEM
              PERFORM SITUA-EXAME THRU SITUA-EXAME-FIM
              IF W-SITEXA NOT = SPACES
                 MOVE 1 TO W-ATREXA.
           ADD 1 TO IPN
           GO TO AVALIA-EXAMES-LOOP.
       AVALIA-EXAMES-FIM.
           EXIT.

       SITUA-EXAME.
           MOVE "NAO SOLICITADO" TO W-SITEXA
           MOVE 1 TO IEX.
       SITUA-EXAME-LOOP.
           IF IEX > W-QTDEXA
              GO TO SITUA-EXAME-FIM.
           IF TBE-COD (IEX) = TBP-COD (IPN)
              AND TBE-IGS (IEX) NOT < TBP-INI (IPN)
              AND TBE-IGS (IEX) NOT > TBP-FIM (IPN)
              IF TBE-STAT (IEX) = "P"
                 MOVE "SEM RESULTADO" TO W-SITEXA
              ELSE
                 MOVE SPACES TO W-SITEXA
                 GO TO SITUA-EXAME-FIM.
           ADD 1 TO IEX
           GO TO SITUA-EXAME-LOOP.
       SITUA-EXAME-FIM.
           EXIT.

      ***** LINHAS DA GESTANTE NO RELATORIO **************************
       GRAVA-GESTA.
           ADD 1 TO W-QTDLIST
           MOVE SPACES TO W-NOMEPAC
           MOVE ZEROS TO W-TELPAC
           IF W-HASPAC = 1
              MOVE CPFGE TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOME     TO W-NOMEPAC
                 MOVE TELEFONE TO W-TELPAC.
           MOVE "HABITUAL" TO W-TXTRISCO
           IF RISCOGE = "A"
              MOVE "ALTO" TO W-TXTRISCO.
           MOVE SPACES TO REGPRENATX
           WRITE REGPRENATX
           MOVE CPFGE TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGPRENATX
           STRING W-MSCCPF " " W-NOMEPAC " IG " W-IGSEM "S" W-IGDIA
                  "D  DPP " DIADPP "/" MESDPP "/" ANODPP
                  "  RISCO " W-TXTRISCO
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           MOVE W-QTDVIS TO W-QTD3ED
           MOVE SPACES TO W-ULTTXT
           IF W-ULTDATA NOT = 0
              STRING "  ULTIMA " W-ULTDATA (1:2) "/" W-ULTDATA (3:2)
                     "/" W-ULTDATA (5:4)
                     DELIMITED BY SIZE INTO W-ULTTXT.
           MOVE W-TELPAC TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE SPACES TO REGPRENATX
           STRING "     TEL " W-MSCTEL "  OBSTETRA " CRMOBSGE
                  "  CONSULTAS: " W-QTD3ED W-ULTTXT
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           IF W-PROXDATA NOT = 0
              MOVE SPACES TO REGPRENATX
              STRING "     PROXIMA CONSULTA AGENDADA: "
                     W-PROXDATA (1:2) "/" W-PROXDATA (3:2) "/"
                     W-PROXDATA (5:4)
                     DELIMITED BY SIZE INTO REGPRENATX
              WRITE REGPRENATX.
           IF W-ATRCONS = 1 AND W-QTDVIS = 0
              MOVE SPACES TO REGPRENATX
              MOVE W-SEM1A TO W-QTD3ED
              STRING "     *** SEM CONSULTA DE PRE-NATAL (PREVISTA ATE"
                     " A SEMANA " W-QTD3ED ")"
                     DELIMITED BY SIZE INTO REGPRENATX
              WRITE REGPRENATX.
           IF W-ATRCONS = 1 AND W-QTDVIS > 0
              MOVE SPACES TO REGPRENATX
              MOVE W-DIASSEM TO W-DIASED
              MOVE W-INTERV TO W-QTD3ED
              STRING "     *** CONSULTA ATRASADA: " W-DIASED
                     " DIAS DESDE A ULTIMA (MAXIMO " W-QTD3ED " DIAS)"
                     DELIMITED BY SIZE INTO REGPRENATX
              WRITE REGPRENATX.
           IF W-ATREXA = 0
              GO TO GRAVA-GESTA-FIM.
           MOVE 1 TO IPN.
       GRAVA-GESTA-EXA.
           IF IPN > W-QTDPNX
              GO TO GRAVA-GESTA-FIM.
           IF TBP-FIM (IPN) < W-IGSEM
              PERFORM SITUA-EXAME THRU SITUA-EXAME-FIM
              IF W-SITEXA NOT = SPACES
                 MOVE SPACES TO REGPRENATX
                 STRING "     *** EXAME " TBP-TRIM (IPN) "O TRIM "
                        TBP-COD (IPN) " " TBP-DESC (IPN) " "
                        W-SITEXA
                        DELIMITED BY SIZE INTO REGPRENATX
                 WRITE REGPRENATX.
           ADD 1 TO IPN
           GO TO GRAVA-GESTA-EXA.
       GRAVA-GESTA-FIM.
           EXIT.

      ***** CALENDARIO DE CONSULTAS (OPCIONAL NO CADPARAM) **********
       LER-PARAM.
           MOVE 1 TO W-HASPAR
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAR
              GO TO LER-PARAM-FIM.
           MOVE "PNINTERV1" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-INTERV1.
           MOVE "PNINTERV2" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-INTERV2.
           MOVE "PNINTERV3" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-INTERV3.
           MOVE "PNSEM1A" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-SEM1A.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
           EXIT.

       CARREGA-PNX.
           MOVE ZEROS TO W-QTDPNX
           IF W-HASPNX = 0
              GO TO CARREGA-PNX-FIM.
           MOVE ZEROS TO TRIMPN
           MOVE SPACES TO CODEXPN
           START CADPNEX KEY IS NOT LESS KEYPNEX INVALID KEY
              GO TO CARREGA-PNX-FIM.
       CARREGA-PNX-LER.
           READ CADPNEX NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-PNX-FIM.
           IF SITUACAOPN = "I"
              GO TO CARREGA-PNX-LER.
           IF W-QTDPNX NOT < 50
              GO TO CARREGA-PNX-FIM.
           ADD 1 TO W-QTDPNX
           MOVE TRIMPN   TO TBP-TRIM (W-QTDPNX)
           MOVE CODEXPN  TO TBP-COD (W-QTDPNX)
           MOVE DESCEXPN TO TBP-DESC (W-QTDPNX)
           MOVE SEMINIPN TO TBP-INI (W-QTDPNX)
           MOVE SEMFIMPN TO TBP-FIM (W-QTDPNX)
           GO TO CARREGA-PNX-LER.
       CARREGA-PNX-FIM.
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

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           MOVE SPACES TO REGPRENATX
           WRITE REGPRENATX
           MOVE ALL "-" TO REGPRENATX
           WRITE REGPRENATX
           MOVE W-QTDGES TO W-QTDED
           MOVE SPACES TO REGPRENATX
           STRING "GESTACOES EM CURSO AVALIADAS : " W-QTDED
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           MOVE W-QTDATRC TO W-QTDED
           MOVE SPACES TO REGPRENATX
           STRING "COM CONSULTAS EM ATRASO      : " W-QTDED
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           MOVE W-QTDATRE TO W-QTDED
           MOVE SPACES TO REGPRENATX
           STRING "COM EXAMES EM ATRASO         : " W-QTDED
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           MOVE W-QTDLIST TO W-QTDED
           MOVE SPACES TO REGPRENATX
           STRING "GESTANTES LISTADAS           : " W-QTDED
                  DELIMITED BY SIZE INTO REGPRENATX
           WRITE REGPRENATX
           CLOSE PRENATX
           MOVE "SMPRPRE" TO W-PROGCAT
           MOVE "PRENATX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "REF " W-DIAF "/" W-MESF "/" W-ANOF " ATR " W-SOATRF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO PRENATX.TXT GERADO COM SUCESSO ***"
                                                            TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim4.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE PRENATX.
       RotinaFim4.
           CLOSE CADGESTA CADCONSU CADMED.
           IF W-HASPAC = 1
              CLOSE CADPACI.
           IF W-HASEXA = 1
              CLOSE CADEXAME.
           IF W-HASPNX = 1
              CLOSE CADPNEX.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

      ***** CPF, TELEFONE E EMAIL CONFORME O PERFIL DO OPERADOR ****
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSC...) *****
       MASC-CPF.
           MOVE "C" TO W-MSCCAMPO
           MOVE W-MSCCPF TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCCPF.
       MASC-CPF-FIM.
           EXIT.

       MASC-TEL.
           MOVE "T" TO W-MSCCAMPO
           MOVE W-MSCTEL TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCTEL.
       MASC-TEL-FIM.
           EXIT.

      ***** SEM O SMPWMSC NADA SAI EM CLARO
       MASCARA.
           CALL "SMPWMSC" USING W-MSCCAMPO W-MSCENTRA W-MSCSAIDA
              ON OVERFLOW
              MOVE ALL "*" TO W-MSCSAIDA.
       MASCARA-FIM.
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
           MOVE SPACES TO W-ARQ-CADGESTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGESTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGESTA
           MOVE SPACES TO W-ARQ-CADPNEX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPNEX.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPNEX
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADEXAME
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEXAME.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEXAME
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-PRENATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PRENATX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-PRENATX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
