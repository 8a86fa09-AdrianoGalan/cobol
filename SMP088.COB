       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP088.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * DOCUMENTOS PROFISSIONAIS DO MEDICO COM VALIDADE: *
      * RENOVACAO DO CRM, TITULO DE ESPECIALISTA (RQE)   *
      * POR ESPECIALIDADE, SEGURO DE RESPONSABILIDADE    *
      * CIVIL, CERTIFICADO DIGITAL E LICENCA SANITARIA.  *
      * TIPO OBRIGATORIO (CHAVES DOCOBRIG1 A DOCOBRIG5   *
      * DO CADPARAM) VENCIDO BLOQUEIA A AGENDA (SMP006)  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDOCMD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCMD
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESP WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
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
      ***** TIPODM: 1=RENOVACAO DO CRM  2=TITULO DE ESPECIALISTA (RQE)
      *****         3=SEGURO DE RESP. CIVIL  4=CERTIFICADO DIGITAL
      *****         5=LICENCA SANITARIA DO CONSULTORIO
      ***** ESPDM SO NO RQE (DEMAIS TIPOS = 0)
      ***** VALIDDM AAAAMMDD (0 = SEM VENCIMENTO, SO NO RQE)
      ***** SITUACAODM: A=ATIVO  I=EXCLUIDO
       FD CADDOCMD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCMD.
       01 REGDOCMD.
          03 KEYDOCMD.
             05 CRMDM         PIC 9(06).
             05 TIPODM        PIC 9(01).
             05 ESPDM         PIC 9(02).
          03 NUMDM            PIC X(20).
          03 ORGAODM          PIC X(20).
          03 VALIDDM          PIC 9(08).
          03 SITUACAODM       PIC X(01).
          03 DATADM           PIC 9(08).
          03 OPERDM           PIC 9(04).
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
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESP.
       01 REGESP.
          03 CODESP        PIC 9(02).
          03 DENOMESP      PIC X(15).
          03 SITUACAO      PIC X(01).
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
       01 W-ARQ-CADDOCMD PIC X(64) VALUE
          "CADDOCMD.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
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
       01 W-HASESP      PIC 9(01) VALUE ZEROS.
       01 W-HASPAR      PIC 9(01) VALUE ZEROS.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-LIMITE      PIC 9(08) VALUE ZEROS.
       01 W-IESP        PIC 9(01) VALUE ZEROS.
       01 W-IOB         PIC 9(01) VALUE ZEROS.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.
       01 W-TXTTIPO     PIC X(20) VALUE SPACES.
       01 W-TXTESP      PIC X(15) VALUE SPACES.
       01 W-TXTOBRIG    PIC X(30) VALUE SPACES.
       01 W-TXTVAL      PIC X(30) VALUE SPACES.
       01 W-DTCHK       PIC 9(08) VALUE ZEROS.
       01 W-DTOK        PIC 9(01) VALUE ZEROS.
      ***** NOMES DOS TIPOS DE DOCUMENTO ****************************
       01 TABTIPDOC-R.
          03 FILLER PIC X(20) VALUE "RENOVACAO DO CRM".
          03 FILLER PIC X(20) VALUE "TITULO ESPEC. (RQE)".
          03 FILLER PIC X(20) VALUE "SEGURO RESP. CIVIL".
          03 FILLER PIC X(20) VALUE "CERTIFICADO DIGITAL".
          03 FILLER PIC X(20) VALUE "LICENCA SANITARIA".
       01 TABTIPDOC REDEFINES TABTIPDOC-R.
          03 W-NOMETIPDOC PIC X(20) OCCURS 5 TIMES.
      ***** TIPO OBRIGATORIO (1) OU SO AVISO (0); SEM A CHAVE ******
      ***** DOCOBRIGn NO CADPARAM VALE O PADRAO ABAIXO *************
       01 TABOBRIG-R    PIC X(05) VALUE "10001".
       01 TABOBRIG REDEFINES TABOBRIG-R.
          03 W-OBRIG    PIC 9(01) OCCURS 5 TIMES.
      ***** DATA LIMITE DO "VENCE EM BREVE" = HOJE + 60 DIAS *******
       01 W-PRDATA.
          03 W-PRANO  PIC 9(04).
          03 W-PRMES  PIC 9(02).
          03 W-PRDIA  PIC 9(02).
       01 W-PRDATAN REDEFINES W-PRDATA PIC 9(08).
       01 W-PRDIAS    PIC 9(05) VALUE ZEROS.
       01 W-DIAMES    PIC 9(02) VALUE ZEROS.
       01 W-RESTA     PIC 9(02) VALUE ZEROS.
       01 W-DST1      PIC 9(04) VALUE ZEROS.
       01 W-DST2      PIC 9(04) VALUE ZEROS.
       01 TABDMES-R.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDMES REDEFINES TABDMES-R.
          03 W-DMES   PIC 9(02) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELADOC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** DOCUMENTOS PROFISSIONAIS".
           05  LINE 02  COLUMN 41
               VALUE  " DO MEDICO *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CRM DO MEDICO        :".
           05  LINE 05  COLUMN 01
               VALUE  "  NOME                 :".
           05  LINE 07  COLUMN 01
               VALUE  "  TIPO DE DOCUMENTO    :".
           05  LINE 08  COLUMN 03
               VALUE  "(1=RENOVACAO DO CRM  2=RQE  3=SEGURO RC".
           05  LINE 09  COLUMN 04
               VALUE  "4=CERTIFICADO DIGITAL  5=LICENCA SANITARIA)".
           05  LINE 10  COLUMN 01
               VALUE  "  ESPECIALIDADE (RQE)  :".
           05  LINE 12  COLUMN 01
               VALUE  "  NUMERO               :".
           05  LINE 13  COLUMN 01
               VALUE  "  ORGAO EMISSOR        :".
           05  LINE 14  COLUMN 01
               VALUE  "  VALIDADE             :".
           05  LINE 14  COLUMN 36
               VALUE  "(AAAAMMDD  0=SEM VENCIMENTO, SO RQE)".
           05  LINE 16  COLUMN 01
               VALUE  "  OBRIGATORIO NA AGENDA:".
           05  LINE 17  COLUMN 01
               VALUE  "  SITUACAO             :".
           05  TCRMDM
               LINE 04  COLUMN 26  PIC 999.999
               USING  CRMDM
               HIGHLIGHT.
           05  TNOMEMED
               LINE 05  COLUMN 26  PIC X(30)
               USING  W-NOMEMED
               HIGHLIGHT.
           05  TTIPODM
               LINE 07  COLUMN 26  PIC 9
               USING  TIPODM
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 07  COLUMN 29  PIC X(20)
               USING  W-TXTTIPO
               HIGHLIGHT.
           05  TESPDM
               LINE 10  COLUMN 26  PIC 99
               USING  ESPDM
               HIGHLIGHT.
           05  TTXTESP
               LINE 10  COLUMN 30  PIC X(15)
               USING  W-TXTESP
               HIGHLIGHT.
           05  TNUMDM
               LINE 12  COLUMN 26  PIC X(20)
               USING  NUMDM
               HIGHLIGHT.
           05  TORGAODM
               LINE 13  COLUMN 26  PIC X(20)
               USING  ORGAODM
               HIGHLIGHT.
           05  TVALIDDM
               LINE 14  COLUMN 26  PIC 9(08)
               USING  VALIDDM
               HIGHLIGHT.
           05  TTXTOBRIG
               LINE 16  COLUMN 26  PIC X(30)
               USING  W-TXTOBRIG
               HIGHLIGHT.
           05  TTXTVAL
               LINE 17  COLUMN 26  PIC X(30)
               USING  W-TXTVAL
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
           OPEN I-O CADDOCMD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDOCMD
                 CLOSE CADDOCMD
                 MOVE "*** ARQUIVO CADDOCMD FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDOCMD" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADMED NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADDOCMD
              GO TO ROT-FIM2.

      ***** ESPECIALIDADES SO PARA O NOME; PARAMETROS SO PARA OS ****
      ***** TIPOS OBRIGATORIOS (LIDOS UMA VEZ) ***********************
       R0B.
           MOVE 1 TO W-HASESP
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASESP.
           MOVE 1 TO W-HASPAR
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAR.
           PERFORM LE-OBRIG THRU LE-OBRIG-FIM
           IF W-HASPAR = 1
              CLOSE CADPARAM.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO NUMDM ORGAODM SITUACAODM
           MOVE SPACES TO W-NOMEMED W-TXTTIPO W-TXTESP
           MOVE SPACES TO W-TXTOBRIG W-TXTVAL
           MOVE ZEROS TO CRMDM TIPODM ESPDM VALIDDM DATADM OPERDM
           MOVE ZEROS TO W-SEL
           DISPLAY TELADOC.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TCRMDM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CRMDM = 0
              MOVE "*** DIGITE O CRM ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE CRMDM TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE NOMEM TO W-NOMEMED
           DISPLAY TNOMEMED.

       R3.
           ACCEPT TTIPODM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF TIPODM < 1 OR TIPODM > 5
              MOVE "*** TIPO DE DOCUMENTO: 1 A 5 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           PERFORM TXT-TIPO THRU TXT-TIPO-FIM
           DISPLAY TTXTTIPO TTXTOBRIG.

      ***** O RQE E POR ESPECIALIDADE: SO AS DO CADASTRO DO MEDICO **
       R3B.
           MOVE SPACES TO W-TXTESP
           IF TIPODM NOT = 2
              MOVE ZEROS TO ESPDM
              DISPLAY TESPDM TTXTESP
              GO TO LER-DOC.
           ACCEPT TESPDM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF ESPDM = 0
              MOVE "*** DIGITE A ESPECIALIDADE DO RQE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3B.
           MOVE 1 TO W-IESP.
       R3B-ESP.
           IF W-IESP > QTDESPEC
              MOVE "*** ESPECIALIDADE NAO CADASTRADA P/ O MEDICO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3B.
           IF ESPECIALIDADE (W-IESP) NOT = ESPDM
              ADD 1 TO W-IESP
              GO TO R3B-ESP.
           PERFORM TXT-ESP THRU TXT-ESP-FIM
           DISPLAY TTXTESP.

       LER-DOC.
           READ CADDOCMD
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-DOC.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM CALC-VAL THRU CALC-VAL-FIM
                DISPLAY TELADOC
                IF SITUACAODM = "I"
                   MOVE "*** DOCUMENTO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001
                ELSE
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADDOCMD" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R4.
           DISPLAY TELADOC
           ACCEPT TNUMDM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R1
              ELSE
                   GO TO R3.
           IF NUMDM = SPACES
              MOVE "*** DIGITE O NUMERO DO DOCUMENTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TORGAODM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ORGAODM = SPACES
              MOVE "*** DIGITE O ORGAO EMISSOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       R6.
           ACCEPT TVALIDDM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF VALIDDM = 0 AND TIPODM NOT = 2
              MOVE "*** DIGITE A VALIDADE (AAAAMMDD) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
           IF VALIDDM NOT = 0
              MOVE VALIDDM TO W-DTCHK
              PERFORM CHK-DATA THRU CHK-DATA-FIM
              IF W-DTOK = 0
                 MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R6.
           PERFORM CALC-VAL THRU CALC-VAL-FIM
           DISPLAY TTXTVAL
           IF VALIDDM NOT = 0 AND VALIDDM < W-HOJE-N
              MOVE "*** ATENCAO: DOCUMENTO JA VENCIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
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
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO SITUACAODM
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                WRITE REGDOCMD
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
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOCMD"
                                                       TO MENS
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
                IF SITUACAODM = "I"
                   MOVE "*** REGISTRO JA ESTA EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                MOVE "I" TO SITUACAODM
                REWRITE REGDOCMD
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
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO SITUACAODM
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                REWRITE REGDOCMD
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADDOCMD"  TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** NOME DO TIPO E SE ELE BLOQUEIA A AGENDA ******************
       TXT-TIPO.
           MOVE W-NOMETIPDOC (TIPODM) TO W-TXTTIPO
           IF W-OBRIG (TIPODM) = 1
              MOVE "SIM - VENCIDO BLOQUEIA" TO W-TXTOBRIG
           ELSE
              MOVE "NAO - VENCIDO SO AVISA" TO W-TXTOBRIG.
       TXT-TIPO-FIM.
           EXIT.

      ***** NOME DA ESPECIALIDADE DO RQE *****************************
       TXT-ESP.
           MOVE SPACES TO W-TXTESP
           IF W-HASESP = 0
              GO TO TXT-ESP-FIM.
           MOVE ESPDM TO CODESP
           READ CADESP
           IF ST-ERRO = "00"
              MOVE DENOMESP TO W-TXTESP.
       TXT-ESP-FIM.
           EXIT.

      ***** SITUACAO DA VALIDADE: VENCIDO, VENCE EM ATE 60 DIAS OU ***
      ***** VALIDO ****************************************************
       CALC-VAL.
           IF TIPODM > 0 AND TIPODM < 6
              PERFORM TXT-TIPO THRU TXT-TIPO-FIM.
           IF TIPODM = 2
              PERFORM TXT-ESP THRU TXT-ESP-FIM.
           MOVE SPACES TO W-TXTVAL
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF VALIDDM = 0
              MOVE "SEM VENCIMENTO" TO W-TXTVAL
              GO TO CALC-VAL-FIM.
           IF VALIDDM < W-HOJE-N
              STRING "VENCIDO EM " VALIDDM (7:2) "/" VALIDDM (5:2)
                     "/" VALIDDM (1:4)
                     DELIMITED BY SIZE INTO W-TXTVAL
              GO TO CALC-VAL-FIM.
           MOVE W-HOJE-N TO W-PRDATAN
           MOVE 60 TO W-PRDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-PRDATAN TO W-LIMITE
           IF VALIDDM NOT > W-LIMITE
              STRING "VENCE EM " VALIDDM (7:2) "/" VALIDDM (5:2)
                     "/" VALIDDM (1:4) " - RENOVAR"
                     DELIMITED BY SIZE INTO W-TXTVAL
           ELSE
              STRING "VALIDO ATE " VALIDDM (7:2) "/" VALIDDM (5:2)
                     "/" VALIDDM (1:4)
                     DELIMITED BY SIZE INTO W-TXTVAL.
       CALC-VAL-FIM.
           EXIT.

      ***** TIPOS OBRIGATORIOS: CHAVES DOCOBRIG1 A DOCOBRIG5 DO ******
      ***** CADPARAM (VALOR 0 = SO AVISA, OUTRO = BLOQUEIA). SEM A ***
      ***** CHAVE OU COM ELA INATIVA: CRM E LICENCA SANITARIA ********
      ***** OBRIGATORIOS *********************************************
       LE-OBRIG.
           MOVE "10001" TO TABOBRIG-R
           IF W-HASPAR = 0
              GO TO LE-OBRIG-FIM.
           MOVE 1 TO W-IOB.
       LE-OBRIG-LER.
           MOVE SPACES TO CHAVEPAR
           STRING "DOCOBRIG" W-IOB DELIMITED BY SIZE INTO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR = 0
                 MOVE 0 TO W-OBRIG (W-IOB)
              ELSE
                 MOVE 1 TO W-OBRIG (W-IOB).
           IF W-IOB < 5
              ADD 1 TO W-IOB
              GO TO LE-OBRIG-LER.
       LE-OBRIG-FIM.
           EXIT.

      ***** CONFERE UMA DATA AAAAMMDD (W-DTCHK) *********************
       CHK-DATA.
           MOVE 0 TO W-DTOK
           IF W-DTCHK (1:4) < "2000"
              GO TO CHK-DATA-FIM.
           IF W-DTCHK (5:2) < "01" OR W-DTCHK (5:2) > "12"
              GO TO CHK-DATA-FIM.
           IF W-DTCHK (7:2) < "01" OR W-DTCHK (7:2) > "31"
              GO TO CHK-DATA-FIM.
           MOVE 1 TO W-DTOK.
       CHK-DATA-FIM.
           EXIT.

      ***** SOMA W-PRDIAS DIAS A DATA W-PRDATA (AAAAMMDD) ***********
       SOMA-DIAS.
           MOVE W-DMES (W-PRMES) TO W-DIAMES
           IF W-PRMES = 2
              DIVIDE W-PRANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 MOVE 29 TO W-DIAMES.
           COMPUTE W-RESTA = W-DIAMES - W-PRDIA
           IF W-PRDIAS NOT > W-RESTA
              ADD W-PRDIAS TO W-PRDIA
              GO TO SOMA-DIAS-FIM.
           COMPUTE W-PRDIAS = W-PRDIAS - W-RESTA - 1
           MOVE 1 TO W-PRDIA
           IF W-PRMES = 12
              MOVE 1 TO W-PRMES
              ADD 1 TO W-PRANO
           ELSE
              ADD 1 TO W-PRMES.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
           EXIT.

      ***** DATA E OPERADOR DA ULTIMA ALTERACAO DO DOCUMENTO ********
       MARCA-ALT.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO DATADM
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE W-CODOPERAUD TO OPERDM.
       MARCA-ALT-FIM.
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
                MOVE "SMP088"          TO W-LINHAUD-PROG
                MOVE KEYDOCMD          TO W-LINHAUD-CHAVE
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
           CLOSE CADDOCMD CADMED.
           IF W-HASESP = 1
              CLOSE CADESP.
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
           MOVE SPACES TO W-ARQ-CADDOCMD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCMD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCMD
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
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
