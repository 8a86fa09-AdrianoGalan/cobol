       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP067.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * VINCULO DO PACIENTE COM A EMPRESA CLIENTE       *
      * (MATRICULA, FUNCAO E ADMISSAO), USADO NO        *
      * AGENDAMENTO DO EXAME OCUPACIONAL (CADPACEM)     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOEMP
                                       WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
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
       01 W-ARQ-CADPACEM PIC X(64) VALUE
          "CADPACEM.DAT".
       01 W-ARQ-CADEMPR PIC X(64) VALUE
          "CADEMPR.DAT".
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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOME       PIC X(30) VALUE SPACES.
       01 TXTEMPR       PIC X(40) VALUE SPACES.
       01 W-CPFVINC     PIC 9(11) VALUE ZEROS.
       01 W-QTVINC      PIC 9(03) VALUE ZEROS.
       01 W-LINVINC     PIC 9(02) VALUE ZEROS.
       01 W-REGPACEMSV  PIC X(54) VALUE SPACES.
       01 W-LINHAVINC.
          03 W-LV-EMP      PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LV-RAZAO    PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LV-MATRIC   PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LV-FUNCAO   PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LV-SIT      PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPACEM.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** VINCULO DO PACIENTE COM E".
           05  LINE 02  COLUMN 40
               VALUE  "MPRESA CLIENTE *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE:".
           05  LINE 05  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 15  COLUMN 01
               VALUE  "  CODIGO DA EMPRESA:".
           05  LINE 16  COLUMN 01
               VALUE  "  RAZAO SOCIAL:".
           05  LINE 17  COLUMN 01
               VALUE  "  MATRICULA:".
           05  LINE 18  COLUMN 01
               VALUE  "  FUNCAO:".
           05  LINE 19  COLUMN 01
               VALUE  "  DATA DE ADMISSAO (DD.MM.AAAA):".
           05  TCPFPE
               LINE 04  COLUMN 20  PIC 999.999.999.99
               USING  CPFPE
               HIGHLIGHT.
           05  TTXTNOME
               LINE 05  COLUMN 09  PIC X(30)
               USING  TXTNOME
               HIGHLIGHT.
           05  TCODEMPPE
               LINE 15  COLUMN 22  PIC 9(04)
               USING  CODEMPPE
               HIGHLIGHT.
           05  TTXTEMPR
               LINE 16  COLUMN 17  PIC X(40)
               USING  TXTEMPR
               HIGHLIGHT.
           05  TMATRICPE
               LINE 17  COLUMN 14  PIC X(10)
               USING  MATRICPE
               HIGHLIGHT.
           05  TFUNCAOPE
               LINE 18  COLUMN 11  PIC X(20)
               USING  FUNCAOPE
               HIGHLIGHT.
           05  TDATAADMPE
               LINE 19  COLUMN 34  PIC 99.99.9999
               USING  DATAADMPE
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
           OPEN I-O CADPACEM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPACEM
                 CLOSE CADPACEM
                 MOVE "*** ARQUIVO CADPACEM FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACEM" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADEMPR NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADPACEM
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADPACI NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADPACEM CADEMPR
              GO TO ROT-FIM2.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TXTNOME
           MOVE ZEROS TO CPFPE W-CPFVINC.
       R1A.
           MOVE SPACES TO MATRICPE FUNCAOPE SITPE TXTEMPR
           MOVE ZEROS TO CODEMPPE DATAADMPE W-SEL
           DISPLAY TELAPACEM
           IF W-CPFVINC NOT = 0
              PERFORM LISTA-VINC THRU LISTA-VINC-FIM
              GO TO R3.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TCPFPE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CPFPE = 0
              MOVE "*** DIGITE O CPF ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE CPFPE TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE NOME  TO TXTNOME
           MOVE CPFPE TO W-CPFVINC
           DISPLAY TTXTNOME
           PERFORM LISTA-VINC THRU LISTA-VINC-FIM.

       R3.
           ACCEPT TCODEMPPE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CODEMPPE = 0
              MOVE "*** DIGITE O CODIGO DA EMPRESA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE CODEMPPE TO CODEMP
           READ CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE RAZAOEMP TO TXTEMPR
           DISPLAY TTXTEMPR
           MOVE W-CPFVINC TO CPFPE.

       LER-PROC.
           READ CADPACEM
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-PROC.
           IF ST-ERRO = "23"
              IF SITEMP = "I"
                 MOVE "*** EMPRESA INATIVA ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R3
              ELSE
                 GO TO R4.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO CADPACEM" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           DISPLAY TELAPACEM
      ***** A LISTA LE O ARQUIVO: GUARDA O VINCULO DA TELA **********
           MOVE REGPACEM TO W-REGPACEMSV
           PERFORM LISTA-VINC THRU LISTA-VINC-FIM
           MOVE W-REGPACEMSV TO REGPACEM
           IF SITPE = "I"
              MOVE "*** VINCULO ENCERRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           GO TO ACE-001.

       R4.
           ACCEPT TMATRICPE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
       R5.
           ACCEPT TFUNCAOPE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF FUNCAOPE = SPACES
              MOVE "*** DIGITE A FUNCAO DO EMPREGADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
       R6.
           ACCEPT TDATAADMPE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DATAADMPE = 0
              GO TO R6-FIM.
           IF DIAADMPE < 1 OR DIAADMPE > 31 OR MESADMPE < 1
              OR MESADMPE > 12 OR ANOADMPE < 1900
              MOVE "*** DATA DE ADMISSAO INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
       R6-FIM.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                MOVE "A" TO SITPE.
       INC-WR1.
                WRITE REGPACEM
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      MOVE "*** VINCULO REGISTRADO *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1A.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACEM" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      *************** GRUD *********************************
      ***** E=ENCERRA O VINCULO (DESLIGAMENTO), R=REATIVA ************
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO   A=ALTERAR   E=ENCERRAR   R=REATIVAR"
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1A.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R4.
                IF W-OPCAO = "R"
                   GO TO REAT-OPC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "ENCERRAR  (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** VINCULO NAO ENCERRADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                IF SITPE = "I"
                   MOVE "*** VINCULO JA ESTA ENCERRADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                MOVE "I" TO SITPE
                REWRITE REGPACEM
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO = "00"
                   MOVE "ENCERRA" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** VINCULO ENCERRADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPACEM" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.
      *
       REAT-OPC.
                IF SITPE NOT = "I"
                   MOVE "*** VINCULO JA ESTA ATIVO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                MOVE CODEMPPE TO CODEMP
                READ CADEMPR
                IF ST-ERRO NOT = "00" OR SITEMP = "I"
                   MOVE "*** EMPRESA INATIVA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                MOVE "A" TO SITPE
                MOVE "REATIVA" TO W-ACAOAUD
                GO TO ALT-RW1.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
                MOVE "ALTERACAO" TO W-ACAOAUD.
       ALT-RW1.
                REWRITE REGPACEM
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPACEM" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** EMPRESAS VINCULADAS AO PACIENTE NAS LINHAS 07 A 13 ******
       LISTA-VINC.
           MOVE ZEROS TO W-QTVINC
           MOVE 06 TO W-LINVINC
           MOVE W-CPFVINC TO CPFPE
           MOVE ZEROS TO CODEMPPE
           START CADPACEM KEY IS NOT LESS KEYPACEM INVALID KEY
              GO TO LISTA-VINC-VAZIO.
       LISTA-VINC-LER.
           READ CADPACEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-VINC-VAZIO.
           IF CPFPE NOT = W-CPFVINC
              GO TO LISTA-VINC-VAZIO.
           ADD 1 TO W-QTVINC
           IF W-LINVINC > 12
              GO TO LISTA-VINC-LER.
           ADD 1 TO W-LINVINC
           MOVE CODEMPPE TO W-LV-EMP CODEMP
           MOVE SPACES TO W-LV-RAZAO
           READ CADEMPR
           IF ST-ERRO = "00"
              MOVE RAZAOEMP TO W-LV-RAZAO.
           MOVE MATRICPE TO W-LV-MATRIC
           MOVE FUNCAOPE TO W-LV-FUNCAO
           MOVE SITPE    TO W-LV-SIT
           DISPLAY (W-LINVINC, 03) W-LINHAVINC
           GO TO LISTA-VINC-LER.
       LISTA-VINC-VAZIO.
           IF W-QTVINC = 0
              DISPLAY (07, 03) "(NENHUMA EMPRESA VINCULADA)".
           IF W-QTVINC > 7
              DISPLAY (14, 03) "(MAIS EMPRESAS - INFORME O CODIGO)".
           MOVE W-CPFVINC TO CPFPE
           MOVE ZEROS TO CODEMPPE.
       LISTA-VINC-FIM.
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
                MOVE "SMP067"          TO W-LINHAUD-PROG
                MOVE KEYPACEM           TO W-LINHAUD-CHAVE
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
           CLOSE CADPACEM CADEMPR CADPACI.
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
           MOVE SPACES TO W-ARQ-CADPACEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACEM
           MOVE SPACES TO W-ARQ-CADEMPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEMPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEMPR
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
