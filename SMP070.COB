       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP070.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * INSCRICOES EM SESSAO DE GRUPO: GERA UMA CONSULTA*
      * POR PARTICIPANTE NO HORARIO DA SESSAO, APONTA A *
      * PRESENCA E IMPRIME A LISTA DE PRESENCA          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGRP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINSGR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSGR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODGRPIG
                                       WITH DUPLICATES.

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
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADXMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYXMED
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

       SELECT JORNAL ASSIGN TO WS-JRNFILE
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT GRUPOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDCTRL ASSIGN TO W-ARQ-AUDCTRL
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDITTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADINSGR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINSGR.
       01 REGINSGR.
          03 KEYINSGR.
             05 CPFIG         PIC 9(11).
             05 DATAIG.
                07 DIAIG      PIC 9(02).
                07 MESIG      PIC 9(02).
                07 ANOIG      PIC 9(04).
             05 SEQIG         PIC 9(02).
          03 CODGRPIG         PIC 9(06).
          03 PRESIG           PIC X(01).
          03 SITIG            PIC X(01).
          03 DATAINSIG        PIC 9(08).
          03 OPERIG           PIC 9(04).
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
          03 CONVENIO      PIC 9(04).
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
             05 DIANASM    PIC 9(02).
             05 MESNASM    PIC 9(02).
             05 ANONASM    PIC 9(04).
          03 SITUACAOM     PIC X(01).
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
          03 SITUACAO      PIC X(01).
          03 LIMITEMES     PIC 9(02).
          03 LIMITEANO     PIC 9(03).
          03 VALORTELE     PIC 9(06)V99.
          03 VALORDOMIC    PIC 9(06)V99.
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).

      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPRECO.
       01 REGPRECO.
          03 KEYPRECO.
             05 CODPROCP      PIC 9(04).
             05 CODCONVP      PIC 9(04).
             05 VIGPRECO      PIC 9(08).
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSALA.
       01 REGSALA.
          03 CODSALA          PIC 9(02).
          03 DENOMSALA        PIC X(20).
          03 SITUACAOSA       PIC X(01).
      *
       FD CADXMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADXMED.
       01 REGXMED.
          03 KEYXMED.
             05 DATAXM        PIC 9(08).
             05 CRMXM         PIC 9(06).
             05 CPFXM         PIC 9(11).
             05 SEQXM         PIC 9(02).
      *
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
       FD JORNAL
               LABEL RECORD IS STANDARD.
       01 REGJORNAL           PIC X(346).
      *
       FD GRUPOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-GRUPOTX.
       01 REGGRUPOTX          PIC X(132).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
       FD AUDCTRL
               LABEL RECORD IS STANDARD.
       01 REGAUDCTRL.
          03 AC-SEQ        PIC 9(06).
          03 AC-HASH       PIC 9(10).
      *
       FD AUDITTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-AUDITTX.
       01 REGAUDITTX          PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 WS-JRNFILE    PIC X(64) VALUE SPACES.
       01 W-JRNDATA     PIC 9(08) VALUE ZEROS.
       01 W-JRNHORA     PIC 9(08) VALUE ZEROS.
       01 W-JRNLINHA.
          03 W-JRN-DATA   PIC 9(08).
          03 W-JRN-HORA   PIC 9(06).
          03 W-JRN-OPER   PIC 9(04).
          03 W-JRN-ARQ    PIC X(08).
          03 W-JRN-ACAO   PIC X(10).
          03 W-JRN-IMAGEM PIC X(310).
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
       01 W-ENCHASH    PIC 9(10) VALUE ZEROS.
       01 W-ENCWORK    PIC 9(18) VALUE ZEROS.
       01 W-ENCQ       PIC 9(08) VALUE ZEROS.
       01 W-ENCI       PIC 9(02) VALUE ZEROS.
       01 W-ENCJ       PIC 9(02) VALUE ZEROS.
       01 W-ENCPOS     PIC 9(02) VALUE ZEROS.
       01 W-ENCCH      PIC X(01) VALUE SPACES.
       01 W-ENCSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-ENCSET REDEFINES W-ENCSET-R PIC X(68).
       01 W-ARQ-CADGRUPO PIC X(64) VALUE
          "CADGRUPO.DAT".
       01 W-ARQ-CADINSGR PIC X(64) VALUE
          "CADINSGR.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-CADSALA PIC X(64) VALUE
          "CADSALA.DAT".
       01 W-ARQ-CADXMED PIC X(64) VALUE
          "CADXMED.DAT".
       01 W-ARQ-CADPACOT PIC X(64) VALUE
          "CADPACOT.DAT".
       01 W-ARQ-CADUSOPK PIC X(64) VALUE
          "CADUSOPK.DAT".
       01 W-ARQ-GRUPOTX PIC X(64) VALUE
          "GRUPOTX.TXT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-CODOPERAUD  PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERAUD PIC X(30) VALUE SPACES.
       01 W-DATAUD      PIC 9(08) VALUE ZEROS.
       01 W-HORAUD      PIC 9(08) VALUE ZEROS.
       01 W-ACAOAUD     PIC X(10) VALUE SPACES.
       01 W-LINHAUD.
          03 W-LINHAUD-DATA   PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HORA   PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-COD    PIC 9(04).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-NOME   PIC X(20).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-PROG   PIC X(07).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-ACAO   PIC X(10).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-CHAVE  PIC X(15).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-SEQ    PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HASH   PIC 9(10).
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-CONT2       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 WS-SESSFILE   PIC X(64) VALUE SPACES.
       01 W-TERMID      PIC X(08) VALUE SPACES.
       77 W-ESPCONT     PIC 9(06) VALUE ZEROS.
       01 W-HASPRE      PIC 9(01) VALUE ZEROS.
       01 W-HASSAL      PIC 9(01) VALUE ZEROS.
       01 W-HASXRF      PIC 9(01) VALUE ZEROS.
       01 W-HASPKT      PIC 9(01) VALUE ZEROS.
       01 W-PKACHOU     PIC 9(01) VALUE ZEROS.
       01 W-PKSEQ       PIC 9(02) VALUE ZEROS.
       01 W-PKCONS      PIC 9(08) VALUE ZEROS.
       01 W-PKVAL       PIC 9(08) VALUE ZEROS.
       01 W-PRECOOK     PIC 9(01) VALUE ZEROS.
       01 W-PRECODATA   PIC 9(08) VALUE ZEROS.
       01 W-PRECOVAL    PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECOCOP    PIC 9(06)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DTGRP       PIC 9(08) VALUE ZEROS.
       01 W-INSCR       PIC 9(02) VALUE ZEROS.
       01 W-CPFI        PIC 9(11) VALUE ZEROS.
       01 W-SEQLIVRE    PIC 9(02) VALUE ZEROS.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-KEYIG       PIC X(21) VALUE SPACES.
       01 W-PRES        PIC X(01) VALUE SPACES.
       01 W-QTPRES      PIC 9(02) VALUE ZEROS.
       01 W-QTFALTA     PIC 9(02) VALUE ZEROS.
       01 W-QTLISTA     PIC 9(02) VALUE ZEROS.
       01 TXTNOMEM      PIC X(30) VALUE SPACES.
       01 TXTSALA       PIC X(20) VALUE SPACES.
       01 TXTNOMEP      PIC X(30) VALUE SPACES.
       01 TXTPRES       PIC X(08) VALUE SPACES.
       01 W-LINLST.
          03 W-LCPF        PIC 9(11).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-LNOME       PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-LTEL        PIC 9(11).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-LCONV       PIC X(20).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-LPRES       PIC X(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 W-LASSIN      PIC X(30).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAINS.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** INSCRICOES EM SESSAO DE".
           05  LINE 02  COLUMN 40
               VALUE  " GRUPO *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DA SESSAO:".
           05  LINE 05  COLUMN 01
               VALUE  "  PROFISSIONAL:".
           05  LINE 05  COLUMN 50
               VALUE  "SALA:".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA:".
           05  LINE 06  COLUMN 22
               VALUE  "HORA:".
           05  LINE 06  COLUMN 36
               VALUE  "VAGAS:".
           05  LINE 06  COLUMN 48
               VALUE  "INSCRITOS:".
           05  LINE 08  COLUMN 01
               VALUE  "  I=INSCREVER  C=CANCELAR INSCRICAO  P=PRESE".
           05  LINE 08  COLUMN 46
               VALUE  "NCA  L=LISTA  S=SAI :".
           05  LINE 10  COLUMN 01
               VALUE  "  CPF DO PACIENTE:".
           05  TCODGRP
               LINE 04  COLUMN 21  PIC ZZZZZ9
               USING  CODGRP
               HIGHLIGHT.
           05  TDESCGRP
               LINE 04  COLUMN 30  PIC X(30)
               USING  DESCGRP.
           05  TTXTNOMEM
               LINE 05  COLUMN 17  PIC X(30)
               USING  TXTNOMEM.
           05  TTXTSALA
               LINE 05  COLUMN 56  PIC X(20)
               USING  TXTSALA.
           05  TDATAGRP
               LINE 06  COLUMN 09  PIC 99.99.9999
               USING  DATAGRP.
           05  THORAGRP
               LINE 06  COLUMN 28  PIC 99.99
               USING  HORAGRP.
           05  TCAPACGRP
               LINE 06  COLUMN 43  PIC Z9
               USING  CAPACGRP.
           05  TW-INSCR
               LINE 06  COLUMN 59  PIC Z9
               USING  W-INSCR.
           05  TW-CPFI
               LINE 10  COLUMN 20  PIC 9(11)
               USING  W-CPFI
               HIGHLIGHT.
           05  TTXTNOMEP
               LINE 10  COLUMN 33  PIC X(30)
               USING  TXTNOMEP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

      ***** AS SESSOES SAO CADASTRADAS NO SMP069 *********************
       R0.
           OPEN INPUT CADGRUPO
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA SESSAO EM GRUPO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADINSGR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINSGR
                 CLOSE CADINSGR
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINSGR" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 CLOSE CADGRUPO
                 GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADCONSU NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGRUPO CADINSGR
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADPACI NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGRUPO CADINSGR CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADMED NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGRUPO CADINSGR CADCONSU CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADCONV NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGRUPO CADINSGR CADCONSU CADPACI CADMED
              GO TO ROT-FIM2.
      ***** ARQUIVOS OPCIONAIS: PRECOS, SALAS, INDICE MEDICO+DATA ****
      ***** E PACOTES DE SESSOES ***********************************
       R0C.
           MOVE 1 TO W-HASPRE
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRE.
           MOVE 1 TO W-HASSAL
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASSAL.
           MOVE 1 TO W-HASXRF
           OPEN I-O CADXMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASXRF.
       R0D.
           MOVE 1 TO W-HASPKT
           OPEN I-O CADPACOT
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPKT
              GO TO R1.
           OPEN I-O CADUSOPK
           IF ST-ERRO = "30"
              OPEN OUTPUT CADUSOPK
              CLOSE CADUSOPK
              OPEN I-O CADUSOPK.
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPKT
              CLOSE CADPACOT.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO DESCGRP TXTNOMEM TXTSALA TXTNOMEP
           MOVE ZEROS TO CODGRP DATAGRP HORAGRP CAPACGRP W-INSCR
                         W-CPFI
           DISPLAY TELAINS.

       R2.
           ACCEPT TCODGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODGRP = 0
              MOVE "*** DIGITE O CODIGO DA SESSAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           READ CADGRUPO
           IF ST-ERRO NOT = "00"
              MOVE "*** SESSAO NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           PERFORM MOSTRA-GRUPO THRU MOSTRA-GRUPO-FIM
           IF SITGRP = "C"
              MOVE "*** SESSAO CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.

       R3.
           MOVE ZEROS TO W-CPFI
           MOVE SPACES TO TXTNOMEP
           DISPLAY TW-CPFI TTXTNOMEP
           MOVE SPACES TO W-OPCAO
           ACCEPT (08, 68) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-OPCAO = "I" OR "i"
              GO TO INSC.
           IF W-OPCAO = "C" OR "c"
              GO TO CANC.
           IF W-OPCAO = "P" OR "p"
              GO TO PRES.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA THRU LISTA-FIM
              GO TO R3.
           IF W-OPCAO = "S" OR "s"
              GO TO R1.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO R3.

      ***** INSCRICAO: CRIA A CONSULTA DO PARTICIPANTE NO HORARIO ***
      ***** DA SESSAO (O LIMITE E A CAPACIDADE, NAO O HORARIO) ******
       INSC.
           IF SITGRP = "C"
              MOVE "*** SESSAO CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DTGRP = ANOGRP * 10000 + MESGRP * 100 + DIAGRP
           IF W-DTGRP < W-HOJE
              MOVE "*** SESSAO JA PASSOU: INSCRICOES ENCERRADAS ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF W-INSCR NOT < CAPACGRP
              MOVE "*** SESSAO LOTADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
       INSC-CPF.
           ACCEPT TW-CPFI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-CPFI TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INSC-CPF.
           IF SITUACAO OF REGPACI = "I"
              MOVE "*** PACIENTE INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INSC-CPF.
           MOVE NOME TO TXTNOMEP
           DISPLAY TTXTNOMEP
           PERFORM ACHA-INSCR THRU ACHA-INSCR-FIM
           IF W-ACHOU = 1
              MOVE "*** PACIENTE JA INSCRITO NESTA SESSAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INSC-CPF.
           PERFORM CHK-PACHR THRU CHK-PACHR-FIM
           IF W-ACHOU = 1
              MOVE "*** PACIENTE JA TEM CONSULTA NESTE HORARIO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INSC-CPF.
       INSC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "INSCREVER (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 40) LIMPA
           IF W-ACT = 01 GO TO INSC-CPF.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INSCRICAO NAO EFETUADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INSC-OPC.
           MOVE ZEROS TO W-SEQLIVRE.
       INSC-SEQ.
           ADD 1 TO W-SEQLIVRE
           IF W-SEQLIVRE > 99
              MOVE "*** SEM SEQUENCIA LIVRE NA DATA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE W-CPFI     TO CPFC
           MOVE DATAGRP    TO DATACON1
           MOVE W-SEQLIVRE TO SEQCON
           READ CADCONSU
           IF ST-ERRO = "00"
              GO TO INSC-SEQ.
           MOVE W-CPFI     TO CPFC
           MOVE DATAGRP    TO DATACON1
           MOVE W-SEQLIVRE TO SEQCON
           MOVE HORAGRP    TO HORACON
           MOVE CRMGRP     TO CODMEDICO
           MOVE CONVENIO   TO DOCONVENIO
           MOVE SPACES     TO CODCID1 CODCID2 CODCID3 CODCID4
           MOVE SPACES     TO DESCRICAO1
           STRING "SESSAO EM GRUPO " DESCGRP
                  DELIMITED BY SIZE INTO DESCRICAO1
           MOVE SPACES     TO DESCRICAO2 NOMECCONS AUTORIZACAO
           MOVE ZEROS      TO PLANOCONS VALORCONSULTACONS
           MOVE ZEROS      TO VALORCOPAGTOCONS
           MOVE "N"        TO INDRETORNO GLOSACONS REENVIOCONS
           MOVE "N"        TO CONFIRMACONS
           MOVE SPACES     TO MOTIVOGLOSA
           MOVE ZEROS      TO KEYRETORNO
           MOVE SALAGRP    TO SALACONS
           MOVE CODPROCGRP TO CODPROC
           MOVE UNIDGRP    TO UNIDCONS
           MOVE "P"        TO TIPOATEND
           MOVE ZEROS      TO SERIECONS QTDREMARC HORACHEG
           MOVE ZEROS      TO MOTIVOCANC
           MOVE "A"        TO STATUSCONS
           PERFORM MONTA-SNAPCONV THRU MONTA-SNAPCONV-FIM.
       INSC-WR.
           WRITE REGCONSU
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO INSC-WR.
           IF ST-ERRO = "22"
              GO TO INSC-SEQ.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONSU" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           PERFORM XREF-ADD THRU XREF-ADD-FIM
           MOVE "INSCGRUPO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE W-CODOPERAUD TO W-JRN-OPER
           MOVE "CADCONSU"   TO W-JRN-ARQ
           MOVE "INSCGRUPO"  TO W-JRN-ACAO
           MOVE REGCONSU     TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
           MOVE KEYPRINCIPAL TO KEYINSGR
           MOVE CODGRP       TO CODGRPIG
           MOVE SPACES       TO PRESIG
           MOVE "A"          TO SITIG
           MOVE W-HOJE       TO DATAINSIG
           MOVE W-CODOPERAUD TO OPERIG.
       INSC-WR1.
           WRITE REGINSGR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO INSC-WR1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINSGR" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-INSCR
           DISPLAY TW-INSCR
           MOVE "*** PACIENTE INSCRITO NA SESSAO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INSC.

      ***** CANCELA A INSCRICAO E A CONSULTA DO PARTICIPANTE *********
       CANC.
           ACCEPT TW-CPFI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-CPFI TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME TO TXTNOMEP
              DISPLAY TTXTNOMEP.
           PERFORM ACHA-INSCR THRU ACHA-INSCR-FIM
           IF W-ACHOU = 0
              MOVE "*** PACIENTE NAO INSCRITO NESTA SESSAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO CANC.
           MOVE W-KEYIG TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA DA INSCRICAO NAO ENCONTRADA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF STATUSCONS = "R" OR "F"
              MOVE "*** PRESENCA JA APONTADA: NAO CANCELA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
       CANC-OPC.
           DISPLAY (23, 40) "CANCELAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           DISPLAY (23, 40) LIMPA
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INSCRICAO NAO CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO CANC-OPC.
           MOVE "C"   TO STATUSCONS
           MOVE ZEROS TO MOTIVOCANC.
       CANC-RW.
           REWRITE REGCONSU
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CANC-RW.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCONSU" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           MOVE "CANCINSCR" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE W-CODOPERAUD TO W-JRN-OPER
           MOVE "CADCONSU"   TO W-JRN-ARQ
           MOVE "CANCINSCR"  TO W-JRN-ACAO
           MOVE REGCONSU     TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
           MOVE W-KEYIG TO KEYINSGR
           READ CADINSGR
           IF ST-ERRO NOT = "00"
              GO TO CANC-FIM.
           MOVE "C" TO SITIG.
       CANC-RW1.
           REWRITE REGINSGR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CANC-RW1.
       CANC-FIM.
           IF W-INSCR > 0
              SUBTRACT 1 FROM W-INSCR.
           DISPLAY TW-INSCR
           MOVE "*** INSCRICAO CANCELADA ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO R3.

      ***** APONTAMENTO DA PRESENCA: PERCORRE OS PARTICIPANTES ******
      ***** E MARCA A CONSULTA COMO REALIZADA (P) OU FALTOU (F) *****
       PRES.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DTGRP = ANOGRP * 10000 + MESGRP * 100 + DIAGRP
           IF W-DTGRP > W-HOJE
              MOVE "*** SESSAO AINDA NAO REALIZADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE ZEROS TO W-QTPRES W-QTFALTA
           MOVE CODGRP TO CODGRPIG
           START CADINSGR KEY IS NOT LESS CODGRPIG INVALID KEY
              GO TO PRES-FIM.
       PRES-LER.
           READ CADINSGR NEXT
           IF ST-ERRO NOT = "00"
              GO TO PRES-FIM.
           IF CODGRPIG NOT = CODGRP
              GO TO PRES-FIM.
           IF SITIG = "C"
              GO TO PRES-LER.
           MOVE KEYINSGR TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO PRES-LER.
           IF STATUSCONS = "C"
              GO TO PRES-LER.
           MOVE CPFIG TO W-CPFI CPF
           MOVE SPACES TO TXTNOMEP
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME TO TXTNOMEP.
           DISPLAY TW-CPFI TTXTNOMEP
           MOVE SPACES TO TXTPRES
           IF PRESIG = "P"
              MOVE "PRESENTE" TO TXTPRES.
           IF PRESIG = "F"
              MOVE "FALTOU" TO TXTPRES.
           DISPLAY (12, 01) LIMPA
           DISPLAY (12, 03) "APONTADO: " TXTPRES.
       PRES-ACE.
           MOVE SPACES TO W-PRES
           DISPLAY (14, 03) "P=PRESENTE  F=FALTOU  ENTER=MANTEM : "
           ACCEPT (14, 40) W-PRES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PRES-FIM.
           IF W-PRES = "p"
              MOVE "P" TO W-PRES.
           IF W-PRES = "f"
              MOVE "F" TO W-PRES.
           IF W-PRES = SPACES OR W-PRES = PRESIG
              GO TO PRES-LER.
           IF W-PRES NOT = "P" AND W-PRES NOT = "F"
              MOVE "*** DIGITE P=PRESENTE OU F=FALTOU ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PRES-ACE.
      ***** PRESENCA JA BAIXADA (E PACOTE JA CONSUMIDO) SO SE ********
      ***** CORRIGE PELO AGENDAMENTO (SMP006) ************************
           IF STATUSCONS = "R"
              MOVE "*** CONSULTA JA REALIZADA: CORRIJA NO SMP006 ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PRES-LER.
           MOVE 0 TO W-PKACHOU
           IF W-PRES = "P"
              PERFORM ACHA-PACOTE THRU ACHA-PACOTE-FIM
              MOVE "R" TO STATUSCONS
              MOVE "REALIZADA" TO W-ACAOAUD
           ELSE
              MOVE "F" TO STATUSCONS
              MOVE "FALTOU" TO W-ACAOAUD.
           IF W-PKACHOU = 1
              MOVE ZEROS TO VALORCOPAGTOCONS.
       PRES-RW.
           REWRITE REGCONSU
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PRES-RW.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCONSU" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PRES-FIM.
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE W-CODOPERAUD TO W-JRN-OPER
           MOVE "CADCONSU"   TO W-JRN-ARQ
           MOVE W-ACAOAUD    TO W-JRN-ACAO
           MOVE REGCONSU     TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
           PERFORM CONSOME-PACOTE THRU CONSOME-PACOTE-FIM
           MOVE W-PRES TO PRESIG.
       PRES-RW1.
           REWRITE REGINSGR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PRES-RW1.
           IF W-PRES = "P"
              ADD 1 TO W-QTPRES
           ELSE
              ADD 1 TO W-QTFALTA.
           GO TO PRES-LER.
       PRES-FIM.
           DISPLAY (12, 01) LIMPA
           DISPLAY (14, 01) LIMPA
           MOVE SPACES TO MENS
           STRING "*** APONTADOS: " W-QTPRES " PRESENTES E "
                  W-QTFALTA " FALTAS ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO R3.

      ***** CABECALHO DA SESSAO NA TELA ******************************
       MOSTRA-GRUPO.
           MOVE SPACES TO TXTNOMEM TXTSALA
           MOVE CRMGRP TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEM TO TXTNOMEM.
           IF W-HASSAL = 1
              MOVE SALAGRP TO CODSALA
              READ CADSALA
              IF ST-ERRO = "00"
                 MOVE DENOMSALA TO TXTSALA.
           PERFORM CONTA-INSCR THRU CONTA-INSCR-FIM
           DISPLAY TELAINS.
       MOSTRA-GRUPO-FIM.
           EXIT.

      ***** CONTA AS INSCRICOES ATIVAS CUJA CONSULTA NAO FOI *******
      ***** CANCELADA PELO AGENDAMENTO ******************************
       CONTA-INSCR.
           MOVE ZEROS TO W-INSCR
           MOVE CODGRP TO CODGRPIG
           START CADINSGR KEY IS NOT LESS CODGRPIG INVALID KEY
              GO TO CONTA-INSCR-FIM.
       CONTA-INSCR-LER.
           READ CADINSGR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-INSCR-FIM.
           IF CODGRPIG NOT = CODGRP
              GO TO CONTA-INSCR-FIM.
           IF SITIG = "C"
              GO TO CONTA-INSCR-LER.
           MOVE KEYINSGR TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO = "00"
              IF STATUSCONS = "C"
                 GO TO CONTA-INSCR-LER.
           ADD 1 TO W-INSCR
           GO TO CONTA-INSCR-LER.
       CONTA-INSCR-FIM.
           EXIT.

      ***** INSCRICAO ATIVA DO CPF NESTA SESSAO (W-KEYIG) ************
       ACHA-INSCR.
           MOVE 0 TO W-ACHOU
           MOVE CODGRP TO CODGRPIG
           START CADINSGR KEY IS NOT LESS CODGRPIG INVALID KEY
              GO TO ACHA-INSCR-FIM.
       ACHA-INSCR-LER.
           READ CADINSGR NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-INSCR-FIM.
           IF CODGRPIG NOT = CODGRP
              GO TO ACHA-INSCR-FIM.
           IF CPFIG NOT = W-CPFI OR SITIG = "C"
              GO TO ACHA-INSCR-LER.
           MOVE KEYINSGR TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO = "00"
              IF STATUSCONS = "C"
                 GO TO ACHA-INSCR-LER.
           MOVE KEYINSGR TO W-KEYIG
           MOVE 1 TO W-ACHOU.
       ACHA-INSCR-FIM.
           EXIT.

      ***** O PACIENTE JA TEM OUTRA CONSULTA NO HORARIO DA SESSAO? ***
       CHK-PACHR.
           MOVE 0 TO W-ACHOU
           MOVE W-CPFI  TO CPFC
           MOVE DATAGRP TO DATACON1
           MOVE ZEROS   TO SEQCON
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CHK-PACHR-FIM.
       CHK-PACHR-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-PACHR-FIM.
           IF CPFC NOT = W-CPFI OR DATACON1 NOT = DATAGRP
              GO TO CHK-PACHR-FIM.
           IF STATUSCONS = "C" OR "F"
              GO TO CHK-PACHR-LER.
           IF HORACON NOT = HORAGRP
              GO TO CHK-PACHR-LER.
           MOVE 1 TO W-ACHOU.
       CHK-PACHR-FIM.
           EXIT.

      ***** LISTA DE PRESENCA DA SESSAO (GRUPOTX.TXT) ****************
       LISTA.
           OPEN OUTPUT GRUPOTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO GRUPOTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LISTA-FIM.
           MOVE ZEROS TO W-QTLISTA
           MOVE SPACES TO REGGRUPOTX
           STRING "          LISTA DE PRESENCA - SESSAO EM GRUPO No. "
                  CODGRP
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE ALL "-" TO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "SESSAO ...... : " DESCGRP
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "PROFISSIONAL  : " TXTNOMEM "  CRM " CRMGRP
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "DATA ........ : " DIAGRP "/" MESGRP "/" ANOGRP
                  "  HORA: " HORAGRPH ":" HORAGRPM
                  "  SALA: " SALAGRP " " TXTSALA
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "CAPACIDADE .. : " CAPACGRP
                  "  INSCRITOS: " W-INSCR
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "CPF          NOME                            "
                  "TELEFONE     CONVENIO              PRESENCA  "
                  "ASSINATURA"
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE ALL "-" TO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE CODGRP TO CODGRPIG
           START CADINSGR KEY IS NOT LESS CODGRPIG INVALID KEY
              GO TO LISTA-TOT.
       LISTA-LER.
           READ CADINSGR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-TOT.
           IF CODGRPIG NOT = CODGRP
              GO TO LISTA-TOT.
           IF SITIG = "C"
              GO TO LISTA-LER.
           MOVE KEYINSGR TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO = "00"
              IF STATUSCONS = "C"
                 GO TO LISTA-LER.
           MOVE SPACES TO W-LINLST
           MOVE CPFIG TO W-LCPF CPF
           MOVE ZEROS TO W-LTEL
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME     TO W-LNOME
              MOVE TELEFONE TO W-LTEL
              MOVE CONVENIO TO CODIGO
              READ CADCONV
              IF ST-ERRO = "00"
                 MOVE NOMEC TO W-LCONV.
           IF PRESIG = "P"
              MOVE "PRESENTE" TO W-LPRES.
           IF PRESIG = "F"
              MOVE "FALTOU" TO W-LPRES.
           MOVE ALL "_" TO W-LASSIN
           MOVE W-LINLST TO REGGRUPOTX
           WRITE REGGRUPOTX
           ADD 1 TO W-QTLISTA
           GO TO LISTA-LER.
       LISTA-TOT.
           MOVE ALL "-" TO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "TOTAL DE PARTICIPANTES: " W-QTLISTA
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "______________________________"
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           MOVE SPACES TO REGGRUPOTX
           STRING "ASSINATURA DO PROFISSIONAL"
                  DELIMITED BY SIZE INTO REGGRUPOTX
           WRITE REGGRUPOTX.
           CLOSE GRUPOTX
           MOVE "*** LISTA GRAVADA EM GRUPOTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.
       LISTA-FIM.
           EXIT.

      ***** GRAVA NA CONSULTA UMA FOTO DOS DADOS ATUAIS DO CONVENIO **
       MONTA-SNAPCONV.
           MOVE DOCONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
              GO TO MONTA-SNAPCONV-FIM.
           MOVE NOMEC            TO NOMECCONS
           MOVE PLANO            TO PLANOCONS
           MOVE VALORCONSULTA    TO VALORCONSULTACONS
           MOVE VALORCOPAGTO     TO VALORCOPAGTOCONS
           IF W-HASPRE = 1 AND CODPROC > 0
              PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
              IF W-PRECOOK = 1
                 MOVE W-PRECOVAL TO VALORCONSULTACONS
                 MOVE W-PRECOCOP TO VALORCOPAGTOCONS.
       MONTA-SNAPCONV-FIM.
           EXIT.

      ***** PRECO VIGENTE NA DATA DA CONSULTA (CADPRECO COM **********
      ***** VIGENCIA: VALE A ULTIMA VIGENCIA NAO POSTERIOR) **********
       BUSCA-PRECO.
           MOVE 0 TO W-PRECOOK
           COMPUTE W-PRECODATA = ANOCON1 * 10000 + MESCON1 * 100
                               + DIACON1
           MOVE CODPROC    TO CODPROCP
           MOVE DOCONVENIO TO CODCONVP
           MOVE ZEROS      TO VIGPRECO
           START CADPRECO KEY IS NOT LESS KEYPRECO INVALID KEY
              GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO-LER.
           READ CADPRECO NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PRECO-FIM.
           IF CODPROCP NOT = CODPROC OR CODCONVP NOT = DOCONVENIO
              GO TO BUSCA-PRECO-FIM.
           IF VIGPRECO > W-PRECODATA
              GO TO BUSCA-PRECO-FIM.
           IF SITUACAOPC = "I"
              GO TO BUSCA-PRECO-LER.
           MOVE VALORPROC TO W-PRECOVAL
           MOVE COPAGPROC TO W-PRECOCOP
           MOVE 1 TO W-PRECOOK
           GO TO BUSCA-PRECO-LER.
       BUSCA-PRECO-FIM.
           EXIT.

      ***** MANTEM O INDICE MEDICO+DATA DAS CONSULTAS (CADXMED) *****
       XREF-ADD.
           IF W-HASXRF = 0
              GO TO XREF-ADD-FIM.
           COMPUTE DATAXM = ANOCON1 * 10000 + MESCON1 * 100
                          + DIACON1
           MOVE CODMEDICO TO CRMXM
           MOVE CPFC      TO CPFXM
           MOVE SEQCON    TO SEQXM
           WRITE REGXMED.
       XREF-ADD-FIM.
           EXIT.

      ***** PACOTE ABERTO DO PACIENTE PARA O PROCEDIMENTO DA ********
      ***** CONSULTA, COM SALDO E DENTRO DA VALIDADE (O MAIS ANTIGO) *
       ACHA-PACOTE.
           MOVE 0 TO W-PKACHOU
           IF W-HASPKT = 0 OR CODPROC = 0
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
           WRITE REGUSOPK.
       CONSOME-PACOTE-FIM.
           EXIT.

      ***** JORNAL DO DIA (IMAGEM POSTERIOR): PERMITE REAPLICAR *****
      ***** OS MOVIMENTOS SOBRE O BACKUP DA MADRUGADA (SMPRJRN) *****
       GRAVA-JORNAL.
           ACCEPT W-JRNDATA FROM DATE YYYYMMDD
           ACCEPT W-JRNHORA FROM TIME
           MOVE SPACES TO WS-JRNFILE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "JRN" DELIMITED BY SIZE
                  W-JRNDATA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
             INTO WS-JRNFILE
           MOVE W-JRNDATA       TO W-JRN-DATA
           MOVE W-JRNHORA (1:6) TO W-JRN-HORA
           OPEN EXTEND JORNAL
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT JORNAL.
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-JORNAL-FIM.
           MOVE W-JRNLINHA TO REGJORNAL
           WRITE REGJORNAL
           CLOSE JORNAL.
       GRAVA-JORNAL-FIM.
           EXIT.

       LER-OPER.
                MOVE ZEROS TO W-CODOPERAUD
                MOVE SPACES TO W-NOMEOPERAUD
                DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
                ACCEPT W-TERMID FROM ENVIRONMENT-VALUE
                MOVE SPACES TO WS-SESSFILE
                STRING W-DIRDADOS DELIMITED BY SPACE
                       "SESSAO" DELIMITED BY SIZE
                       W-TERMID DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                  INTO WS-SESSFILE
                OPEN INPUT SESSAO
                IF ST-ERRO NOT = "00"
                   GO TO LER-OPER-FIM.
                READ SESSAO
                IF ST-ERRO = "00"
                   MOVE SESSCODOPER TO W-CODOPERAUD
                   MOVE SESSNOME    TO W-NOMEOPERAUD.
                CLOSE SESSAO.
       LER-OPER-FIM.
                EXIT.

       GRAVA-AUDIT.
                PERFORM LER-OPER THRU LER-OPER-FIM.
       GRAVA-AUDIT-LINHA.
                ACCEPT W-DATAUD FROM DATE
                ACCEPT W-HORAUD FROM TIME
                MOVE W-DATAUD          TO W-LINHAUD-DATA
                MOVE W-HORAUD          TO W-LINHAUD-HORA
                MOVE W-CODOPERAUD      TO W-LINHAUD-COD
                MOVE W-NOMEOPERAUD     TO W-LINHAUD-NOME
                MOVE "SMP070"          TO W-LINHAUD-PROG
                MOVE CPFC               TO W-LINHAUD-CHAVE
                MOVE W-ACAOAUD         TO W-LINHAUD-ACAO
                PERFORM ENCADEIA-AUDIT THRU ENCADEIA-AUDIT-FIM
                OPEN EXTEND AUDITTX
                IF ST-ERRO = "30"
                   OPEN OUTPUT AUDITTX.
                MOVE W-LINHAUD TO REGAUDITTX
                WRITE REGAUDITTX
                CLOSE AUDITTX.
       GRAVA-AUDIT-FIM.
                EXIT.
      ***** AGUARDA UM CURTO INTERVALO PARA RETENTAR UM REGISTRO ****
      ***** QUE ESTA BLOQUEADO POR OUTRO TERMINAL ********************
       ESPERA-BUSY.
                MOVE ZEROS TO W-ESPCONT.
       ESPERA-BUSY-LOOP.
                ADD 1 TO W-ESPCONT
                IF W-ESPCONT < 30000
                   GO TO ESPERA-BUSY-LOOP.
       ESPERA-BUSY-FIM.
                EXIT.

       ROT-FIM.
           CLOSE CADGRUPO CADINSGR CADCONSU CADPACI CADMED CADCONV.
           IF W-HASPRE = 1
              CLOSE CADPRECO.
           IF W-HASSAL = 1
              CLOSE CADSALA.
           IF W-HASXRF = 1
              CLOSE CADXMED.
           IF W-HASPKT = 1
              CLOSE CADPACOT CADUSOPK.
       ROT-FIM2.
           EXIT PROGRAM.

      ***** ENCADEIA A LINHA DE AUDITORIA: NUMERO SEQUENCIAL E ******
      ***** VALOR DE VERIFICACAO CALCULADO SOBRE A LINHA E O ********
      ***** VALOR ANTERIOR (GUARDADO EM AUDCTRL.DAT); O SMPRVER *****
      ***** CONFERE A CADEIA ****************************************
       ENCADEIA-AUDIT.
           MOVE ZEROS TO W-ENCSEQ
           MOVE 7     TO W-ENCHASH
           OPEN INPUT AUDCTRL
           IF ST-ERRO = "00"
              READ AUDCTRL
              IF ST-ERRO = "00"
                 MOVE AC-SEQ  TO W-ENCSEQ
                 MOVE AC-HASH TO W-ENCHASH.
           CLOSE AUDCTRL
           ADD 1 TO W-ENCSEQ
           MOVE W-ENCSEQ TO W-LINHAUD-SEQ
           MOVE 1 TO W-ENCI.
       ENCADEIA-LOOP.
           IF W-ENCI > 83
              GO TO ENCADEIA-GRAVA.
           MOVE W-LINHAUD (W-ENCI:1) TO W-ENCCH
           MOVE ZEROS TO W-ENCPOS
           MOVE 1 TO W-ENCJ.
       ENCADEIA-BUSCA.
           IF W-ENCJ > 68
              GO TO ENCADEIA-SOMA.
           IF W-ENCSET (W-ENCJ:1) = W-ENCCH
              MOVE W-ENCJ TO W-ENCPOS
              GO TO ENCADEIA-SOMA.
           ADD 1 TO W-ENCJ
           GO TO ENCADEIA-BUSCA.
       ENCADEIA-SOMA.
           IF W-ENCPOS = 0
              MOVE 69 TO W-ENCPOS.
           COMPUTE W-ENCWORK = W-ENCHASH * 131 + W-ENCPOS * W-ENCI
           DIVIDE W-ENCWORK BY 9999999967 GIVING W-ENCQ
                  REMAINDER W-ENCHASH
           ADD 1 TO W-ENCI
           GO TO ENCADEIA-LOOP.
       ENCADEIA-GRAVA.
           MOVE W-ENCHASH TO W-LINHAUD-HASH
           OPEN OUTPUT AUDCTRL
           IF ST-ERRO = "00"
              MOVE W-ENCSEQ  TO AC-SEQ
              MOVE W-ENCHASH TO AC-HASH
              WRITE REGAUDCTRL
              CLOSE AUDCTRL.
       ENCADEIA-AUDIT-FIM.
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
           MOVE SPACES TO W-ARQ-CADGRUPO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGRUPO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGRUPO
           MOVE SPACES TO W-ARQ-CADINSGR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINSGR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINSGR
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCONV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-CADPRECO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPRECO
           MOVE SPACES TO W-ARQ-CADSALA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSALA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSALA
           MOVE SPACES TO W-ARQ-CADXMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADXMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADXMED
           MOVE SPACES TO W-ARQ-CADPACOT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACOT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACOT
           MOVE SPACES TO W-ARQ-CADUSOPK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUSOPK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUSOPK
           MOVE SPACES TO W-ARQ-GRUPOTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "GRUPOTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-GRUPOTX
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-AUDITTX
           MOVE SPACES TO W-ARQ-AUDCTRL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDCTRL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-AUDCTRL
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
