       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP072.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * LANCAMENTO DOS HORARIOS DE CHEGADA E SAIDA DAS  *
      * VISITAS DOMICILIARES, A PARTIR DO ROTEIRO       *
      * (SMPRROT) PREENCHIDO PELO MEDICO                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVISDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVISDO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
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

       SELECT JORNAL ASSIGN TO WS-JRNFILE
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
      ***** HORARIOS DA VISITA DOMICILIAR (MESMA CHAVE DA CONSULTA)
       FD CADVISDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVISDO.
       01 REGVISDO.
          03 KEYVISDO.
             05 CPFVD         PIC 9(11).
             05 DATAVD.
                07 DIAVD      PIC 9(02).
                07 MESVD      PIC 9(02).
                07 ANOVD      PIC 9(04).
             05 SEQVD         PIC 9(02).
          03 CRMVD            PIC 9(06).
          03 HORACHEGVD       PIC 9(04).
          03 HORASAIVD        PIC 9(04).
          03 DATAREGVD        PIC 9(08).
          03 OPERVD           PIC 9(04).
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
       FD JORNAL
               LABEL RECORD IS STANDARD.
       01 REGJORNAL           PIC X(346).
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
       01 W-ARQ-CADVISDO PIC X(64) VALUE
          "CADVISDO.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
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
       01 W-CRMF        PIC 9(06) VALUE ZEROS.
       01 W-DATAF.
          03 W-DIAF     PIC 9(02).
          03 W-MESF     PIC 9(02).
          03 W-ANOF     PIC 9(04).
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-CHEG        PIC 9(04) VALUE ZEROS.
       01 W-SAI         PIC 9(04) VALUE ZEROS.
       01 W-CHEGH       PIC 9(02) VALUE ZEROS.
       01 W-CHEGM       PIC 9(02) VALUE ZEROS.
       01 W-CHAVEVIS    PIC X(21) VALUE SPACES.
       01 W-NOVOVIS     PIC 9(01) VALUE ZEROS.
       01 W-QTDVIS      PIC 9(04) VALUE ZEROS.
       01 W-QTDLAN      PIC 9(04) VALUE ZEROS.
       01 TXTNOMEM      PIC X(30) VALUE SPACES.
       01 TXTNOMEP      PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAVIS.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** HORARIOS DAS VISITAS DOMIC".
           05  LINE 02  COLUMN 41
               VALUE  "ILIARES *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CRM DO MEDICO:".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA DAS VISITAS (DD.MM.AAAA):".
           05  LINE 09  COLUMN 01
               VALUE  "  PACIENTE:".
           05  LINE 10  COLUMN 01
               VALUE  "  HORARIO MARCADO:".
           05  LINE 12  COLUMN 01
               VALUE  "  CHEGADA (HHMM, 0=NAO LANCA):".
           05  LINE 13  COLUMN 01
               VALUE  "  SAIDA   (HHMM):".
           05  TCRMF
               LINE 04  COLUMN 18  PIC 9(06)
               USING  W-CRMF
               HIGHLIGHT.
           05  TTXTNOMEM
               LINE 04  COLUMN 26  PIC X(30)
               USING  TXTNOMEM
               HIGHLIGHT.
           05  TDATAF
               LINE 06  COLUMN 34  PIC 99.99.9999
               USING  W-DATAF
               HIGHLIGHT.
           05  TTXTNOMEP
               LINE 09  COLUMN 13  PIC X(30)
               USING  TXTNOMEP
               HIGHLIGHT.
           05  THORACON
               LINE 10  COLUMN 20  PIC 99.99
               USING  HORACON
               HIGHLIGHT.
           05  TCHEG
               LINE 12  COLUMN 32  PIC 99.99
               USING  W-CHEG
               HIGHLIGHT.
           05  TSAI
               LINE 13  COLUMN 32  PIC 99.99
               USING  W-SAI
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

      ********** ABRE OU CRIA ARQUIVO*************************
       R0.
           OPEN I-O CADVISDO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADVISDO
                 CLOSE CADVISDO
                 MOVE "*** ARQUIVO CADVISDO FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADVISDO" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED CADPACI
           OPEN I-O CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADVISDO CADMED CADPACI
              GO TO ROT-FIM2.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TXTNOMEM TXTNOMEP
           MOVE ZEROS TO W-CRMF W-DATAF W-CHEG W-SAI HORACON
           DISPLAY TELAVIS.

       R2.
           ACCEPT TCRMF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-CRMF TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE NOMEM TO TXTNOMEM
           DISPLAY TTXTNOMEM.

       R3.
           ACCEPT TDATAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-MESF < 1 OR W-MESF > 12 OR W-DIAF < 1 OR W-DIAF > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE ZEROS TO W-QTDVIS W-QTDLAN
           MOVE W-CRMF TO CODMEDICO
           START CADCONSU KEY IS NOT LESS CODMEDICO INVALID KEY
              GO TO R-FIMDIA.

      ***** PERCORRE AS VISITAS DOMICILIARES DO MEDICO NA DATA *****
       R-PROXIMA.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO R-FIMDIA.
           IF CODMEDICO NOT = W-CRMF
              GO TO R-FIMDIA.
           IF DATACON1 NOT = W-DATAF OR TIPOATEND NOT = "D"
              GO TO R-PROXIMA.
           IF STATUSCONS = "C"
              GO TO R-PROXIMA.
           ADD 1 TO W-QTDVIS
           MOVE KEYPRINCIPAL TO W-CHAVEVIS
           MOVE CPFC TO CPF
           MOVE SPACES TO TXTNOMEP
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME TO TXTNOMEP.
           MOVE 0 TO W-NOVOVIS
           MOVE ZEROS TO W-CHEG W-SAI
           MOVE W-CHAVEVIS TO KEYVISDO
           READ CADVISDO
           IF ST-ERRO = "23"
              MOVE 1 TO W-NOVOVIS
           ELSE
              MOVE HORACHEGVD TO W-CHEG
              MOVE HORASAIVD  TO W-SAI.
           IF W-CHEG = 0 AND HORACHEG > 0
              MOVE HORACHEG TO W-CHEG.
           DISPLAY TELAVIS.

       R4.
           ACCEPT TCHEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-CHEG = 0
              GO TO R-SEGUE.
           DIVIDE W-CHEG BY 100 GIVING W-CHEGH REMAINDER W-CHEGM
           IF W-CHEGH > 23 OR W-CHEGM > 59
              MOVE "*** HORARIO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TSAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-SAI = 0
              GO TO INC-OPC.
           DIVIDE W-SAI BY 100 GIVING W-CHEGH REMAINDER W-CHEGM
           IF W-CHEGH > 23 OR W-CHEGM > 59
              MOVE "*** HORARIO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF W-SAI NOT > W-CHEG
              MOVE "*** SAIDA DEVE SER DEPOIS DA CHEGADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** VISITA NAO LANCADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R-SEGUE.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.

      ***** GRAVA OS HORARIOS E LEVA A CHEGADA P/ A CONSULTA ********
       INC-WR1.
                MOVE W-CHAVEVIS TO KEYVISDO
                MOVE W-CRMF     TO CRMVD
                MOVE W-CHEG     TO HORACHEGVD
                MOVE W-SAI      TO HORASAIVD
                ACCEPT W-HOJE-N FROM DATE YYYYMMDD
                MOVE W-HOJE-N   TO DATAREGVD
                MOVE "LANCAMENTO" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                MOVE W-CODOPERAUD TO OPERVD
                IF W-NOVOVIS = 1
                   WRITE REGVISDO
                ELSE
                   REWRITE REGVISDO.
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVISDO" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-QTDLAN
                MOVE W-CHAVEVIS TO KEYPRINCIPAL.
       INC-WR2.
                READ CADCONSU
                IF ST-ERRO (1:1) = "9"
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR2.
                IF ST-ERRO NOT = "00"
                   GO TO R-SEGUE.
                IF HORACHEG = W-CHEG
                   GO TO R-SEGUE.
                MOVE W-CHEG TO HORACHEG.
       INC-WR3.
                REWRITE REGCONSU
                IF ST-ERRO (1:1) = "9"
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR3.
                IF ST-ERRO = "00" OR "02"
                   MOVE W-CODOPERAUD TO W-JRN-OPER
                   MOVE "CADCONSU"   TO W-JRN-ARQ
                   MOVE "CHEGADADOM" TO W-JRN-ACAO
                   MOVE REGCONSU     TO W-JRN-IMAGEM
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.

      ***** REPOSICIONA APOS A VISITA ATUAL E SEGUE P/ A PROXIMA ****
       R-SEGUE.
           MOVE W-CHAVEVIS TO KEYPRINCIPAL
           READ CADCONSU
           MOVE W-CRMF TO CODMEDICO
           START CADCONSU KEY IS NOT LESS CODMEDICO INVALID KEY
              GO TO R-FIMDIA.
       R-SEGUE-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO R-FIMDIA.
           IF CODMEDICO NOT = W-CRMF
              GO TO R-FIMDIA.
           IF KEYPRINCIPAL = W-CHAVEVIS
              GO TO R-PROXIMA.
           GO TO R-SEGUE-LER.

       R-FIMDIA.
           MOVE SPACES TO MENS
           IF W-QTDVIS = 0
              MOVE "*** NENHUMA VISITA DOMICILIAR NESTA DATA ***"
                                                             TO MENS
           ELSE
              STRING "*** " W-QTDVIS " VISITAS, " W-QTDLAN
                     " LANCADAS ***"
                     DELIMITED BY SIZE INTO MENS.
           PERFORM RMensa THRU RMensa-FIM
           GO TO R1.

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
                MOVE "SMP072"          TO W-LINHAUD-PROG
                MOVE KEYVISDO           TO W-LINHAUD-CHAVE
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
           CLOSE CADVISDO CADMED CADPACI CADCONSU.
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
           MOVE SPACES TO W-ARQ-CADVISDO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVISDO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVISDO
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
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
