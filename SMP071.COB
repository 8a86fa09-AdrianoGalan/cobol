       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP071.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * COTA DE ENCAIXES (OVERBOOKING) POR MEDICO E DIA *
      * DA SEMANA. SUGERE A COTA PELA TAXA DE FALTAS    *
      * DOS ULTIMOS 90 DIAS NAQUELE DIA DA SEMANA       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOVERB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVERB
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
      ***** COTA DIARIA DE ENCAIXES DO MEDICO NO DIA DA SEMANA
      ***** (1=DOMINGO ... 7=SABADO). QTDOV = ENCAIXES PERMITIDOS POR
      ***** DIA, NO MAXIMO UM POR HORARIO. TAXAOV/QTDSUGOV/DATASUGOV
      ***** GUARDAM A ULTIMA SUGESTAO CALCULADA. SITOV: A=ATIVA
      ***** I=INATIVA
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
       01 W-ARQ-CADOVERB PIC X(64) VALUE
          "CADOVERB.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
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
       01 W-HASCON      PIC 9(01) VALUE ZEROS.
       01 W-STLER       PIC X(02) VALUE SPACES.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N      REDEFINES W-HOJE PIC 9(08).
       01 W-HOJESER     PIC 9(08) VALUE ZEROS.
       01 W-INISER      PIC 9(08) VALUE ZEROS.
       01 W-HDIAS       PIC 9(03) VALUE ZEROS.
       01 W-HAGEND      PIC 9(05) VALUE ZEROS.
       01 W-HFALTA      PIC 9(05) VALUE ZEROS.
       01 W-HIND        PIC 9(02) VALUE ZEROS.
       01 TABDIAS.
          03 W-HDIA     PIC 9(01) OCCURS 13 TIMES.
       01 TXTNOMEM      PIC X(30) VALUE SPACES.
       01 TXTDIASEM     PIC X(13) VALUE SPACES.
       01 TABSEM-R.
          03 FILLER PIC X(39) VALUE
             "DOMINGO      SEGUNDA-FEIRATERCA-FEIRA  ".
          03 FILLER PIC X(39) VALUE
             "QUARTA-FEIRA QUINTA-FEIRA SEXTA-FEIRA  ".
          03 FILLER PIC X(13) VALUE
             "SABADO       ".
       01 TABSEM REDEFINES TABSEM-R.
          03 W-NOMESEM  PIC X(13) OCCURS 7 TIMES.
       01 W-ZDIA        PIC 9(04) VALUE ZEROS.
       01 W-ZMES        PIC 9(04) VALUE ZEROS.
       01 W-ZANO        PIC 9(04) VALUE ZEROS.
       01 W-ZM          PIC 9(04) VALUE ZEROS.
       01 W-ZA          PIC 9(04) VALUE ZEROS.
       01 W-ZJ          PIC 9(04) VALUE ZEROS.
       01 W-ZK          PIC 9(04) VALUE ZEROS.
       01 W-ZT1         PIC 9(04) VALUE ZEROS.
       01 W-ZT2         PIC 9(04) VALUE ZEROS.
       01 W-ZT3         PIC 9(04) VALUE ZEROS.
       01 W-ZSUM        PIC 9(04) VALUE ZEROS.
       01 W-ZQ          PIC 9(04) VALUE ZEROS.
       01 W-ZH          PIC 9(01) VALUE ZEROS.
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAOVB.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** COTA DE ENCAIXES (OVERB".
           05  LINE 02  COLUMN 40
               VALUE  "OOKING) *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CRM DO MEDICO:".
           05  LINE 06  COLUMN 01
               VALUE  "  DIA DA SEMANA (1=DOM ... 7=SAB):".
           05  LINE 09  COLUMN 01
               VALUE  "  HISTORICO DOS ULTIMOS 90 DIAS NESTE DIA".
           05  LINE 09  COLUMN 42
               VALUE  " DA SEMANA".
           05  LINE 10  COLUMN 01
               VALUE  "    DIAS COM AGENDA:".
           05  LINE 11  COLUMN 01
               VALUE  "    CONSULTAS AGENDADAS:".
           05  LINE 12  COLUMN 01
               VALUE  "    FALTAS:".
           05  LINE 13  COLUMN 01
               VALUE  "    TAXA DE FALTAS (%):".
           05  LINE 14  COLUMN 01
               VALUE  "    COTA SUGERIDA (ENCAIXES POR DIA):".
           05  LINE 16  COLUMN 01
               VALUE  "  COTA ADOTADA (ENCAIXES POR DIA, MAX 20):".
           05  LINE 18  COLUMN 01
               VALUE  "  SITUACAO (A=ATIVA I=INATIVA):".
           05  TCRMOV
               LINE 04  COLUMN 18  PIC 9(06)
               USING  CRMOV
               HIGHLIGHT.
           05  TTXTNOMEM
               LINE 04  COLUMN 26  PIC X(30)
               USING  TXTNOMEM
               HIGHLIGHT.
           05  TDIASEMOV
               LINE 06  COLUMN 36  PIC 9(01)
               USING  DIASEMOV
               HIGHLIGHT.
           05  TTXTDIASEM
               LINE 06  COLUMN 39  PIC X(13)
               USING  TXTDIASEM
               HIGHLIGHT.
           05  THDIAS
               LINE 10  COLUMN 40  PIC ZZ9
               USING  W-HDIAS
               HIGHLIGHT.
           05  THAGEND
               LINE 11  COLUMN 38  PIC ZZZZ9
               USING  W-HAGEND
               HIGHLIGHT.
           05  THFALTA
               LINE 12  COLUMN 38  PIC ZZZZ9
               USING  W-HFALTA
               HIGHLIGHT.
           05  TTAXAOV
               LINE 13  COLUMN 38  PIC ZZ9,9
               USING  TAXAOV
               HIGHLIGHT.
           05  TQTDSUGOV
               LINE 14  COLUMN 41  PIC Z9
               USING  QTDSUGOV
               HIGHLIGHT.
           05  TQTDOV
               LINE 16  COLUMN 44  PIC Z9
               USING  QTDOV
               HIGHLIGHT.
           05  TSITOV
               LINE 18  COLUMN 33  PIC X(01)
               USING  SITOV
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
           OPEN I-O CADOVERB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADOVERB
                 CLOSE CADOVERB
                 MOVE "*** ARQUIVO CADOVERB FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOVERB" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADOVERB
              GO TO ROT-FIM2.
      ***** SEM CONSULTAS NAO HA HISTORICO: A COTA E SO MANUAL *******
       R0B.
           MOVE 1 TO W-HASCON
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCON.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DSDIA
           MOVE W-HOJEMES TO W-DSMES
           MOVE W-HOJEANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-HOJESER
           COMPUTE W-INISER = W-HOJESER - 90.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO SITOV TXTNOMEM TXTDIASEM
           MOVE ZEROS TO CRMOV DIASEMOV QTDOV TAXAOV QTDSUGOV
                         DATASUGOV W-SEL W-HDIAS W-HAGEND W-HFALTA
           DISPLAY TELAOVB.

       R2.
           ACCEPT TCRMOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CRMOV = 0
              MOVE "*** DIGITE O CRM DO MEDICO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE CRMOV TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE NOMEM TO TXTNOMEM
           DISPLAY TTXTNOMEM.

       R3.
           ACCEPT TDIASEMOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF DIASEMOV < 1 OR DIASEMOV > 7
              MOVE "*** DIA DA SEMANA DEVE SER DE 1 A 7 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE W-NOMESEM (DIASEMOV) TO TXTDIASEM
           DISPLAY TTXTDIASEM.

       LER-OVERB.
           READ CADOVERB
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-OVERB.
           MOVE ST-ERRO TO W-STLER
           PERFORM CALC-HIST THRU CALC-HIST-FIM
           IF W-STLER NOT = "23"
             IF W-STLER = "00"
                DISPLAY TELAOVB
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADOVERB" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                MOVE QTDSUGOV TO QTDOV
                MOVE "A" TO SITOV
                DISPLAY TELAOVB.

      ***** A SUGESTAO VEM PREENCHIDA; O OPERADOR PODE ALTERAR ******
       R4.
           ACCEPT TQTDOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF QTDOV > 20
              MOVE "*** COTA MAXIMA DE 20 ENCAIXES POR DIA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TSITOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF SITOV NOT = "A" AND SITOV NOT = "I"
              MOVE "*** SITUACAO DEVE SER A OU I ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGOVERB
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOVERB" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      *************** GRUD *********************************
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADOVERB RECORD
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGOVERB
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADOVERB"  TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** HISTORICO DO MEDICO NOS ULTIMOS 90 DIAS, SO NO DIA DA ****
      ***** SEMANA ESCOLHIDO: CONSULTAS NAO CANCELADAS, FALTAS (F) **
      ***** E DIAS DISTINTOS COM AGENDA. SUGESTAO = MEDIA DE FALTAS **
      ***** POR DIA, ARREDONDADA (CADA FALTA LIBERA UM ENCAIXE) ******
       CALC-HIST.
           MOVE ZEROS TO W-HDIAS W-HAGEND W-HFALTA TABDIAS
           IF W-HASCON = 0
              GO TO CALC-HIST-TAXA.
           MOVE CRMOV TO CODMEDICO
           START CADCONSU KEY IS NOT LESS CODMEDICO INVALID KEY
              GO TO CALC-HIST-TAXA.
       CALC-HIST-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALC-HIST-TAXA.
           IF CODMEDICO NOT = CRMOV
              GO TO CALC-HIST-TAXA.
           IF STATUSCONS = "C"
              GO TO CALC-HIST-LER.
           MOVE DIACON1 TO W-DSDIA
           MOVE MESCON1 TO W-DSMES
           MOVE ANOCON1 TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-INISER OR W-DSSER NOT < W-HOJESER
              GO TO CALC-HIST-LER.
           MOVE DIACON1 TO W-ZDIA
           MOVE MESCON1 TO W-ZMES
           MOVE ANOCON1 TO W-ZANO
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-DIASEM NOT = DIASEMOV
              GO TO CALC-HIST-LER.
           ADD 1 TO W-HAGEND
           IF STATUSCONS = "F"
              ADD 1 TO W-HFALTA.
           COMPUTE W-HIND = (W-HOJESER - W-DSSER - 1) / 7 + 1
           IF W-HDIA (W-HIND) = 0
              MOVE 1 TO W-HDIA (W-HIND)
              ADD 1 TO W-HDIAS.
           GO TO CALC-HIST-LER.
       CALC-HIST-TAXA.
           MOVE ZEROS TO TAXAOV QTDSUGOV
           MOVE W-HOJE-N TO DATASUGOV
           IF W-HAGEND = 0 OR W-HDIAS = 0
              GO TO CALC-HIST-FIM.
           COMPUTE TAXAOV ROUNDED = W-HFALTA * 100 / W-HAGEND
           COMPUTE QTDSUGOV ROUNDED = W-HFALTA / W-HDIAS
           IF QTDSUGOV > 20
              MOVE 20 TO QTDSUGOV.
       CALC-HIST-FIM.
           EXIT.

      ***** DIA DA SEMANA (ZELLER): 1=DOMINGO ... 7=SABADO **********
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
                MOVE "SMP071"          TO W-LINHAUD-PROG
                MOVE KEYOVERB           TO W-LINHAUD-CHAVE
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
           CLOSE CADOVERB CADMED.
           IF W-HASCON = 1
              CLOSE CADCONSU.
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
           MOVE SPACES TO W-ARQ-CADOVERB
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVERB.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVERB
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
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
