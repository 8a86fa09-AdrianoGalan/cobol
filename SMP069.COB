       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP069.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CADASTRO DE SESSOES EM GRUPO (OFICINAS, GRUPOS  *
      * TERAPEUTICOS, CURSOS): PROFISSIONAL, SALA, DATA *
      * E HORA, CAPACIDADE E PROCEDIMENTO               *
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

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TERMSES
                    FILE STATUS  IS ST-ERRO.

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
      ***** SESSAO EM GRUPO: UM PROFISSIONAL, UMA SALA E UM HORARIO
      ***** PARA VARIOS PACIENTES (ATE CAPACGRP). CODPROCGRP ZERO =
      ***** CONSULTA COMUM. SITGRP: A=ATIVA C=CANCELADA
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
      ***** INSCRICAO DO PACIENTE NA SESSAO (MESMA CHAVE DA CONSULTA
      ***** GERADA PARA ELE). PRESIG: P=PRESENTE F=FALTOU (BRANCO =
      ***** NAO APONTADO). SITIG: A=ATIVA C=CANCELADA
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
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSALA.
       01 REGSALA.
          03 CODSALA          PIC 9(02).
          03 DENOMSALA        PIC X(20).
          03 SITUACAOSA       PIC X(01).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROCT         PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD CADSESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSESSO.
       01 REGSESSO.
          03 TERMSES       PIC X(08).
          03 OPERSES       PIC 9(04).
          03 NOMESES       PIC X(30).
          03 DATALOGIN     PIC 9(08).
          03 HORALOGIN     PIC 9(06).
          03 HORAATIV      PIC 9(06).
          03 SITUACAOSE    PIC X(01).
          03 UNIDSES       PIC 9(02).
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
       01 W-ARQ-CADGRUPO PIC X(64) VALUE
          "CADGRUPO.DAT".
       01 W-ARQ-CADINSGR PIC X(64) VALUE
          "CADINSGR.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADSALA PIC X(64) VALUE
          "CADSALA.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
          "CADSESSO.DAT".
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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TRAVA       PIC 9(01) VALUE ZEROS.
       01 W-HASPRC      PIC 9(01) VALUE ZEROS.
       01 W-UNIDSESS    PIC 9(02) VALUE 1.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DTGRP       PIC 9(08) VALUE ZEROS.
       01 W-INSCR       PIC 9(02) VALUE ZEROS.
       01 W-MAXGRP      PIC 9(06) VALUE ZEROS.
       01 W-CONFL       PIC 9(01) VALUE ZEROS.
       01 W-QTCANC      PIC 9(03) VALUE ZEROS.
       01 W-SAVEGRP     PIC X(65) VALUE SPACES.
       01 W-CGCOD       PIC 9(06) VALUE ZEROS.
       01 W-CGCRM       PIC 9(06) VALUE ZEROS.
       01 W-CGSALA      PIC 9(02) VALUE ZEROS.
       01 W-CGDATA      PIC 9(08) VALUE ZEROS.
       01 W-CGHORA      PIC 9(04) VALUE ZEROS.
       01 W-CODGRPED    PIC ZZZZZ9.
       01 TXTNOMEM      PIC X(30) VALUE SPACES.
       01 TXTSALA       PIC X(20) VALUE SPACES.
       01 TXTPROC       PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAGRP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** CADASTRO DE SESSOES EM".
           05  LINE 02  COLUMN 40
               VALUE  " GRUPO *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DA SESSAO (0=NOVA):".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  PROFISSIONAL (CRM):".
           05  LINE 08  COLUMN 01
               VALUE  "  SALA:".
           05  LINE 09  COLUMN 01
               VALUE  "  DATA (DD.MM.AAAA):".
           05  LINE 09  COLUMN 36
               VALUE  "HORA (HH.MM):".
           05  LINE 10  COLUMN 01
               VALUE  "  CAPACIDADE:".
           05  LINE 10  COLUMN 22
               VALUE  "INSCRITOS:".
           05  LINE 11  COLUMN 01
               VALUE  "  PROCEDIMENTO (0=CONSULTA):".
           05  LINE 12  COLUMN 01
               VALUE  "  UNIDADE:".
           05  LINE 12  COLUMN 22
               VALUE  "SITUACAO (A=ATIVA C=CANCELADA):".
           05  TCODGRP
               LINE 04  COLUMN 30  PIC ZZZZZ9
               USING  CODGRP
               HIGHLIGHT.
           05  TDESCGRP
               LINE 06  COLUMN 14  PIC X(30)
               USING  DESCGRP
               HIGHLIGHT.
           05  TCRMGRP
               LINE 07  COLUMN 23  PIC 9(06)
               USING  CRMGRP
               HIGHLIGHT.
           05  TTXTNOMEM
               LINE 07  COLUMN 31  PIC X(30)
               USING  TXTNOMEM.
           05  TSALAGRP
               LINE 08  COLUMN 09  PIC 99
               USING  SALAGRP
               HIGHLIGHT.
           05  TTXTSALA
               LINE 08  COLUMN 13  PIC X(20)
               USING  TXTSALA.
           05  TDATAGRP
               LINE 09  COLUMN 22  PIC 99.99.9999
               USING  DATAGRP
               HIGHLIGHT.
           05  THORAGRP
               LINE 09  COLUMN 50  PIC 99.99
               USING  HORAGRP
               HIGHLIGHT.
           05  TCAPACGRP
               LINE 10  COLUMN 15  PIC Z9
               USING  CAPACGRP
               HIGHLIGHT.
           05  TW-INSCR
               LINE 10  COLUMN 33  PIC Z9
               USING  W-INSCR.
           05  TCODPROCGRP
               LINE 11  COLUMN 30  PIC 9(04)
               USING  CODPROCGRP
               HIGHLIGHT.
           05  TTXTPROC
               LINE 11  COLUMN 36  PIC X(30)
               USING  TXTPROC.
           05  TUNIDGRP
               LINE 12  COLUMN 12  PIC 99
               USING  UNIDGRP.
           05  TSITGRP
               LINE 12  COLUMN 54  PIC X(01)
               USING  SITGRP.
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
           OPEN I-O CADGRUPO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGRUPO
                 CLOSE CADGRUPO
                 MOVE "*** ARQUIVO CADGRUPO FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADGRUPO" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

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
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADMED NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGRUPO CADINSGR CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADSALA NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGRUPO CADINSGR CADCONSU CADMED
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASPRC
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRC.

      ***** UNIDADE (FILIAL) DA SESSAO DESTE TERMINAL
       R0C.
           MOVE 1 TO W-UNIDSESS
           DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
           ACCEPT W-TERMID FROM ENVIRONMENT-VALUE
           OPEN INPUT CADSESSO
           IF ST-ERRO = "00"
              MOVE W-TERMID TO TERMSES
              READ CADSESSO
              IF ST-ERRO = "00"
                 IF UNIDSES > 0
                    MOVE UNIDSES TO W-UNIDSESS.
           CLOSE CADSESSO.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO DESCGRP SITGRP TXTNOMEM TXTSALA TXTPROC
           MOVE ZEROS TO CODGRP CRMGRP SALAGRP DATAGRP HORAGRP
                         CAPACGRP CODPROCGRP UNIDGRP W-INSCR
                         W-SEL W-TRAVA
           DISPLAY TELAGRP.

       R2.
           ACCEPT TCODGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODGRP = 0
              GO TO R3.

       LER-GRP.
           READ CADGRUPO
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-GRP.
           IF ST-ERRO = "23"
              MOVE "*** SESSAO NAO CADASTRADA (0 = NOVA) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO CADGRUPO" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           PERFORM CONTA-INSCR THRU CONTA-INSCR-FIM
           PERFORM MOSTRA-NOMES THRU MOSTRA-NOMES-FIM
           DISPLAY TELAGRP
           GO TO ACE-001.

       R3.
           ACCEPT TDESCGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF DESCGRP = SPACES
              MOVE "*** DIGITE A DESCRICAO DA SESSAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
      ***** COM INSCRITOS, SO DESCRICAO E CAPACIDADE PODEM MUDAR ****
           IF W-TRAVA = 1
              GO TO R7.

       R4.
           ACCEPT TCRMGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE CRMGRP TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           IF SITUACAOM = "I"
              MOVE "*** MEDICO INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           MOVE NOMEM TO TXTNOMEM
           DISPLAY TTXTNOMEM.

       R5.
           ACCEPT TSALAGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE SALAGRP TO CODSALA
           READ CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "*** SALA NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF SITUACAOSA = "I"
              MOVE "*** SALA INATIVA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE DENOMSALA TO TXTSALA
           DISPLAY TTXTSALA.

       R6.
           ACCEPT TDATAGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DIAGRP < 1 OR DIAGRP > 31 OR MESGRP < 1
              OR MESGRP > 12 OR ANOGRP < 2000
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DTGRP = ANOGRP * 10000 + MESGRP * 100 + DIAGRP
           IF W-DTGRP < W-HOJE
              MOVE "*** DATA DA SESSAO JA PASSOU ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.

       R6A.
           ACCEPT THORAGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF HORAGRPH > 23 OR HORAGRPM > 59
              MOVE "*** HORARIO INVALIDO (HH.MM) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6A.

       R7.
           ACCEPT TCAPACGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-TRAVA = 1
                 GO TO R3
              ELSE
                 GO TO R6A.
           IF CAPACGRP < 2 OR CAPACGRP > 30
              MOVE "*** CAPACIDADE DEVE SER DE 2 A 30 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R7.
           IF CAPACGRP < W-INSCR
              MOVE "*** CAPACIDADE MENOR QUE OS INSCRITOS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R7.
           IF W-TRAVA = 1
              GO TO ALT-OPC.

       R8.
           ACCEPT TCODPROCGRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE SPACES TO TXTPROC
           IF CODPROCGRP = 0
              GO TO R8-CONFL.
           IF W-HASPRC = 0
              MOVE "*** CADASTRO DE PROCEDIMENTOS AUSENTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           MOVE CODPROCGRP TO CODPROCT
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           IF SITUACAOPR = "I"
              MOVE "*** PROCEDIMENTO INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           MOVE DENOMPROC TO TXTPROC.
       R8-CONFL.
           DISPLAY TTXTPROC
           PERFORM CHK-CONFL THRU CHK-CONFL-FIM
           IF W-CONFL = 0
              GO TO R9.
           IF W-CONFL = 1
              MOVE "*** MEDICO JA TEM CONSULTA NESTE HORARIO ***"
                                                             TO MENS.
           IF W-CONFL = 2
              MOVE "*** SALA JA OCUPADA NESTE DIA E HORARIO ***"
                                                             TO MENS.
           IF W-CONFL = 3
              MOVE "*** MEDICO JA TEM SESSAO EM GRUPO NO HORARIO ***"
                                                             TO MENS.
           IF W-CONFL = 4
              MOVE "*** SALA RESERVADA P/ OUTRA SESSAO EM GRUPO ***"
                                                             TO MENS.
           PERFORM RMensa THRU RMensa-FIM
           GO TO R6.

       R9.
           IF W-SEL = 0
              MOVE W-UNIDSESS TO UNIDGRP
              DISPLAY TUNIDGRP.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
       INC-WR0.
                PERFORM PROX-GRP THRU PROX-GRP-FIM
                MOVE W-MAXGRP TO CODGRP
                MOVE "A" TO SITGRP.
       INC-WR1.
                WRITE REGGRUPO
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "22"
                   GO TO INC-WR0.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      MOVE CODGRP TO W-CODGRPED
                      MOVE SPACES TO MENS
                      STRING "*** SESSAO GRAVADA COM O CODIGO "
                             W-CODGRPED " ***"
                             DELIMITED BY SIZE INTO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGRUPO" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      *************** GRUD *********************************
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=CANCELAR SESSAO"
                ACCEPT (23, 61) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF SITGRP = "C"
                   MOVE "*** SESSAO CANCELADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO = "A" AND W-INSCR > 0
                   MOVE 1 TO W-TRAVA.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "CANCELAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SESSAO NAO CANCELADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE "C" TO SITGRP
                REWRITE REGGRUPO
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NO CANCELAMENTO DA SESSAO" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                MOVE "CANCELA" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                PERFORM CANC-PART THRU CANC-PART-FIM
                MOVE SPACES TO MENS
                STRING "*** SESSAO CANCELADA: " W-QTCANC
                       " CONSULTAS CANCELADAS ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO R1.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGGRUPO
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADGRUPO"  TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

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

      ***** NOMES DO MEDICO, DA SALA E DO PROCEDIMENTO NA TELA ******
       MOSTRA-NOMES.
           MOVE SPACES TO TXTNOMEM TXTSALA TXTPROC
           MOVE CRMGRP TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEM TO TXTNOMEM.
           MOVE SALAGRP TO CODSALA
           READ CADSALA
           IF ST-ERRO = "00"
              MOVE DENOMSALA TO TXTSALA.
           IF CODPROCGRP = 0 OR W-HASPRC = 0
              GO TO MOSTRA-NOMES-FIM.
           MOVE CODPROCGRP TO CODPROCT
           READ CADPROC
           IF ST-ERRO = "00"
              MOVE DENOMPROC TO TXTPROC.
       MOSTRA-NOMES-FIM.
           EXIT.

      ***** PROXIMO CODIGO DE SESSAO: MAIOR CODIGO + 1 ***************
       PROX-GRP.
           MOVE REGGRUPO TO W-SAVEGRP
           MOVE ZEROS TO W-MAXGRP CODGRP
           START CADGRUPO KEY IS NOT LESS CODGRP INVALID KEY
              GO TO PROX-GRP-SOMA.
       PROX-GRP-LER.
           READ CADGRUPO NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-GRP-SOMA.
           MOVE CODGRP TO W-MAXGRP
           GO TO PROX-GRP-LER.
       PROX-GRP-SOMA.
           ADD 1 TO W-MAXGRP
           MOVE W-SAVEGRP TO REGGRUPO.
       PROX-GRP-FIM.
           EXIT.

      ***** CONFLITOS DO HORARIO: CONSULTAS DO MEDICO (1) OU DA ******
      ***** SALA (2) E OUTRAS SESSOES EM GRUPO ATIVAS DO MEDICO (3) **
      ***** OU DA SALA (4) NA MESMA DATA E HORA **********************
       CHK-CONFL.
           MOVE 0 TO W-CONFL
           MOVE REGGRUPO TO W-SAVEGRP
           MOVE CODGRP   TO W-CGCOD
           MOVE CRMGRP   TO W-CGCRM
           MOVE SALAGRP  TO W-CGSALA
           MOVE DATAGRP  TO W-CGDATA
           MOVE HORAGRP  TO W-CGHORA
           MOVE W-CGCRM  TO CODMEDICO
           START CADCONSU KEY IS NOT LESS CODMEDICO INVALID KEY
              GO TO CHK-CONFL-SALA.
       CHK-CONFL-MED.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-CONFL-SALA.
           IF CODMEDICO NOT = W-CGCRM
              GO TO CHK-CONFL-SALA.
           IF STATUSCONS = "C" OR "F"
              GO TO CHK-CONFL-MED.
           IF DATACON1 = W-CGDATA AND HORACON = W-CGHORA
              MOVE 1 TO W-CONFL
              GO TO CHK-CONFL-VOLTA.
           GO TO CHK-CONFL-MED.
       CHK-CONFL-SALA.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CHK-CONFL-GRP.
       CHK-CONFL-SALA-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-CONFL-GRP.
           IF STATUSCONS = "C" OR "F"
              GO TO CHK-CONFL-SALA-LER.
           IF DATACON1 NOT = W-CGDATA OR HORACON NOT = W-CGHORA
              GO TO CHK-CONFL-SALA-LER.
           IF SALACONS NOT = W-CGSALA
              GO TO CHK-CONFL-SALA-LER.
           MOVE 2 TO W-CONFL
           GO TO CHK-CONFL-VOLTA.
       CHK-CONFL-GRP.
           MOVE ZEROS TO CODGRP
           START CADGRUPO KEY IS NOT LESS CODGRP INVALID KEY
              GO TO CHK-CONFL-VOLTA.
       CHK-CONFL-GRP-LER.
           READ CADGRUPO NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-CONFL-VOLTA.
           IF CODGRP = W-CGCOD OR SITGRP = "C"
              GO TO CHK-CONFL-GRP-LER.
           IF DATAGRP NOT = W-CGDATA OR HORAGRP NOT = W-CGHORA
              GO TO CHK-CONFL-GRP-LER.
           IF CRMGRP = W-CGCRM
              MOVE 3 TO W-CONFL
              GO TO CHK-CONFL-VOLTA.
           IF SALAGRP = W-CGSALA
              MOVE 4 TO W-CONFL
              GO TO CHK-CONFL-VOLTA.
           GO TO CHK-CONFL-GRP-LER.
       CHK-CONFL-VOLTA.
           MOVE W-SAVEGRP TO REGGRUPO.
       CHK-CONFL-FIM.
           EXIT.

      ***** SESSAO CANCELADA: CANCELA AS INSCRICOES E AS CONSULTAS **
      ***** AINDA NAO ATENDIDAS DOS PARTICIPANTES ********************
       CANC-PART.
           MOVE ZEROS TO W-QTCANC
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE CODGRP TO CODGRPIG
           START CADINSGR KEY IS NOT LESS CODGRPIG INVALID KEY
              GO TO CANC-PART-FIM.
       CANC-PART-LER.
           READ CADINSGR NEXT
           IF ST-ERRO NOT = "00"
              GO TO CANC-PART-FIM.
           IF CODGRPIG NOT = CODGRP
              GO TO CANC-PART-FIM.
           IF SITIG = "C"
              GO TO CANC-PART-LER.
           MOVE KEYINSGR TO KEYPRINCIPAL
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO CANC-PART-INS.
           IF STATUSCONS = "C" OR "R" OR "F"
              GO TO CANC-PART-INS.
           MOVE "C"   TO STATUSCONS
           MOVE ZEROS TO MOTIVOCANC.
       CANC-PART-RW.
           REWRITE REGCONSU
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CANC-PART-RW.
           IF ST-ERRO = "00"
              ADD 1 TO W-QTCANC
              MOVE W-CODOPERAUD TO W-JRN-OPER
              MOVE "CADCONSU"   TO W-JRN-ARQ
              MOVE "CANCGRUPO"  TO W-JRN-ACAO
              MOVE REGCONSU     TO W-JRN-IMAGEM
              PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       CANC-PART-INS.
           MOVE "C" TO SITIG
           REWRITE REGINSGR
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CANC-PART-INS.
           GO TO CANC-PART-LER.
       CANC-PART-FIM.
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
                MOVE "SMP069"          TO W-LINHAUD-PROG
                MOVE CODGRP             TO W-LINHAUD-CHAVE
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
           CLOSE CADGRUPO CADINSGR CADCONSU CADMED CADSALA.
           IF W-HASPRC = 1
              CLOSE CADPROC.
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
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADSALA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSALA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSALA
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-CADSESSO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSESSO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSESSO
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
