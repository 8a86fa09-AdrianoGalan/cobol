       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP065.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * INDICE DE DOCUMENTOS DO PACIENTE: LAUDOS E      *
      * EXAMES EXTERNOS, ENCAMINHAMENTOS, COPIAS DE     *
      * DOCUMENTO E CARTEIRINHA DIGITALIZADOS NO        *
      * DIRETORIO DE DADOS, COM CONSULTA VINCULADA      *
      * OPCIONAL (CADDOCPA)                             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDOCPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.


       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.


       SELECT ARQDOC ASSIGN TO W-ARQDOC
                    ORGANIZATION IS SEQUENTIAL
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
      ***** TIPODP: I=IDENTIDADE C=CARTEIRINHA E=EXAME EXTERNO
      *****         R=ENCAMINHAMENTO L=LAUDO O=OUTROS
       FD CADDOCPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCPA.
       01 REGDOCPA.
          03 KEYDOCPA.
             05 CPFDP         PIC 9(11).
             05 SEQDP         PIC 9(03).
          03 TIPODP           PIC X(01).
          03 DATADP.
             05 DIADP         PIC 9(02).
             05 MESDP         PIC 9(02).
             05 ANODP         PIC 9(04).
          03 DESCDP           PIC X(40).
          03 ARQDP            PIC X(40).
          03 CONSDP.
             05 DATACDP.
                07 DIACDP     PIC 9(02).
                07 MESCDP     PIC 9(02).
                07 ANOCDP     PIC 9(04).
             05 SEQCDP        PIC 9(02).
          03 OPERDP           PIC 9(04).
          03 DATAREGDP        PIC 9(08).
          03 SITDP            PIC X(01).
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
       FD ARQDOC
               LABEL RECORD IS STANDARD.
       01 REGARQDOC           PIC X(01).
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
       01 W-ARQ-CADDOCPA PIC X(64) VALUE
          "CADDOCPA.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-ARQDOC      PIC X(80) VALUE SPACES.
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
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 TXTNOME       PIC X(30) VALUE SPACES.
       01 TXTTIPO       PIC X(16) VALUE SPACES.
       01 TXTOPER       PIC X(20) VALUE SPACES.
       01 W-CPFDOC      PIC 9(11) VALUE ZEROS.
       01 W-MAXSEQ      PIC 9(03) VALUE ZEROS.
       01 W-QTDOC       PIC 9(03) VALUE ZEROS.
       01 W-LINDOC      PIC 9(02) VALUE ZEROS.
       01 W-REGDOCSV    PIC X(126) VALUE SPACES.
       01 W-LINHADOC.
          03 W-LD-SEQ      PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LD-DATA     PIC 99.99.9999.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LD-TIPO     PIC X(16).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LD-DESC     PIC X(40).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELADOCPA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "         ***** DOCUMENTOS DIGITALIZADOS".
           05  LINE 02  COLUMN 40
               VALUE  " DO PACIENTE *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE:".
           05  LINE 04  COLUMN 51
               VALUE  "  SEQ (0=NOVO):".
           05  LINE 05  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 15  COLUMN 01
               VALUE  "  TIPO (I=IDENT C=CARTEIRINHA E=EXAME EX".
           05  LINE 15  COLUMN 41
               VALUE  "T R=ENCAMINH L=LAUDO O=OUTRO):".
           05  LINE 16  COLUMN 01
               VALUE  "  DATA DO DOCUMENTO (DD.MM.AAAA):".
           05  LINE 17  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 18  COLUMN 01
               VALUE  "  ARQUIVO NO DIRETORIO DE DADOS:".
           05  LINE 19  COLUMN 01
               VALUE  "  CONSULTA VINCULADA (DATA/SEQ, 0=NENHUMA):".
           05  LINE 20  COLUMN 01
               VALUE  "  REGISTRADO POR:".
           05  TCPFDP
               LINE 04  COLUMN 20  PIC 999.999.999.99
               USING  CPFDP
               HIGHLIGHT.
           05  TSEQDP
               LINE 04  COLUMN 67  PIC 999
               USING  SEQDP
               HIGHLIGHT.
           05  TTXTNOME
               LINE 05  COLUMN 09  PIC X(30)
               USING  TXTNOME
               HIGHLIGHT.
           05  TTIPODP
               LINE 15  COLUMN 72  PIC X(01)
               USING  TIPODP
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 16  COLUMN 50  PIC X(16)
               USING  TXTTIPO
               HIGHLIGHT.
           05  TDATADP
               LINE 16  COLUMN 35  PIC 99.99.9999
               USING  DATADP
               HIGHLIGHT.
           05  TDESCDP
               LINE 17  COLUMN 14  PIC X(40)
               USING  DESCDP
               HIGHLIGHT.
           05  TARQDP
               LINE 18  COLUMN 34  PIC X(40)
               USING  ARQDP
               HIGHLIGHT.
           05  TDATACDP
               LINE 19  COLUMN 45  PIC 99.99.9999
               USING  DATACDP
               HIGHLIGHT.
           05  TSEQCDP
               LINE 19  COLUMN 57  PIC 99
               USING  SEQCDP
               HIGHLIGHT.
           05  TOPERDP
               LINE 20  COLUMN 19  PIC 9999
               USING  OPERDP
               HIGHLIGHT.
           05  TTXTOPER
               LINE 20  COLUMN 24  PIC X(20)
               USING  TXTOPER
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
           OPEN I-O CADDOCPA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDOCPA
                 CLOSE CADDOCPA
                 MOVE "*** ARQUIVO CADDOCPA FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDOCPA" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADPACI NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADDOCPA
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADCONSU NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADDOCPA CADPACI
              GO TO ROT-FIM2.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TXTNOME TXTTIPO TXTOPER
           MOVE ZEROS TO CPFDP W-CPFDOC.
       R1A.
           MOVE SPACES TO TIPODP DESCDP ARQDP SITDP TXTTIPO TXTOPER
           MOVE ZEROS TO SEQDP DATADP CONSDP OPERDP DATAREGDP W-SEL
           DISPLAY TELADOCPA
           IF W-CPFDOC NOT = 0
              PERFORM LISTA-DOCS THRU LISTA-DOCS-FIM
              GO TO R3.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TCPFDP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CPFDP = 0
              MOVE "*** DIGITE O CPF ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE CPFDP TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE NOME  TO TXTNOME
           MOVE CPFDP TO W-CPFDOC
           DISPLAY TTXTNOME
           PERFORM LISTA-DOCS THRU LISTA-DOCS-FIM.

      ***** SEQUENCIA ZERO = NOVO DOCUMENTO (PROXIMA LIVRE) ********
       R3.
           ACCEPT TSEQDP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE W-CPFDOC TO CPFDP
           IF SEQDP = 0
              IF W-MAXSEQ = 999
                 MOVE "*** LIMITE DE DOCUMENTOS DO PACIENTE ***"
                                                           TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R3
              ELSE
                 COMPUTE SEQDP = W-MAXSEQ + 1
                 DISPLAY TSEQDP
                 GO TO R4.

       LER-PROC.
           READ CADDOCPA
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-PROC.
           IF ST-ERRO = "23"
              MOVE "*** DOCUMENTO NAO REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO CADDOCPA" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-FIM
           PERFORM MOSTRA-OPER THRU MOSTRA-OPER-FIM
           DISPLAY TELADOCPA
      ***** A LISTA LE O ARQUIVO: GUARDA O DOCUMENTO DA TELA ********
           MOVE REGDOCPA TO W-REGDOCSV
           PERFORM LISTA-DOCS THRU LISTA-DOCS-FIM
           MOVE W-REGDOCSV TO REGDOCPA
           GO TO ACE-001.

       R4.
           ACCEPT TTIPODP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF TIPODP NOT = "I" AND TIPODP NOT = "C"
               AND TIPODP NOT = "E" AND TIPODP NOT = "R"
               AND TIPODP NOT = "L" AND TIPODP NOT = "O"
              MOVE "*** TIPO DEVE SER I, C, E, R, L OU O ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-FIM
           DISPLAY TTXTTIPO.

       R5.
           ACCEPT TDATADP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF DIADP < 1 OR DIADP > 31 OR MESDP < 1 OR MESDP > 12
              OR ANODP < 1900
              MOVE "*** DATA DO DOCUMENTO INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF ANODP * 10000 + MESDP * 100 + DIADP > W-HOJE
              MOVE "*** DATA DO DOCUMENTO NO FUTURO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       R6.
           ACCEPT TDESCDP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DESCDP = SPACES
              MOVE "*** DIGITE A DESCRICAO DO DOCUMENTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.

      ***** O ARQUIVO DIGITALIZADO DEVE ESTAR NO DIRETORIO DE DADOS *
       R7.
           ACCEPT TARQDP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF ARQDP = SPACES
              MOVE "*** DIGITE O NOME DO ARQUIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R7.
           MOVE SPACES TO W-ARQDOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  ARQDP      DELIMITED BY SPACE
             INTO W-ARQDOC
           OPEN INPUT ARQDOC
           IF ST-ERRO = "00"
              CLOSE ARQDOC
           ELSE
              MOVE "*** AVISO: ARQUIVO NAO ENCONTRADO NO DIRETORIO"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.

       R8.
           ACCEPT TDATACDP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF DATACDP = 0
              MOVE ZEROS TO SEQCDP
              DISPLAY TSEQCDP
              GO TO R8-FIM.
       R8A.
           ACCEPT TSEQCDP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE W-CPFDOC TO CPFC
           MOVE DATACDP  TO DATACON1
           MOVE SEQCDP   TO SEQCON
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA PARA O CPF ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
       R8-FIM.
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
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                PERFORM LER-OPER THRU LER-OPER-FIM
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO DATAREGDP
                MOVE W-CODOPERAUD TO OPERDP
                MOVE "A" TO SITDP.
       INC-WR1.
                WRITE REGDOCPA
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT-LINHA THRU GRAVA-AUDIT-FIM
                      MOVE "*** DOCUMENTO REGISTRADO *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1A.
                IF ST-ERRO = "22"
                   MOVE "*** SEQUENCIA JA USADA, TENTE DE NOVO ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOCPA" TO MENS
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
                   GO TO R1A.
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
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                IF SITDP = "I"
                   MOVE "*** REGISTRO JA ESTA EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                MOVE "I" TO SITDP
                REWRITE REGDOCPA
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
                   GO TO R1A.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
                MOVE "A" TO SITDP.
       ALT-RW1.
                REWRITE REGDOCPA
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
                   GO TO R1A.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADDOCPA" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** DOCUMENTOS ATIVOS DO PACIENTE NAS LINHAS 07 A 13 ********
      ***** E MAIOR SEQUENCIA JA USADA (INCLUSIVE EXCLUIDOS) ********
       LISTA-DOCS.
           MOVE ZEROS TO W-MAXSEQ W-QTDOC
           MOVE 06 TO W-LINDOC
           MOVE W-CPFDOC TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPA KEY IS NOT LESS KEYDOCPA INVALID KEY
              GO TO LISTA-DOCS-VAZIO.
       LISTA-DOCS-LER.
           READ CADDOCPA NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-DOCS-VAZIO.
           IF CPFDP NOT = W-CPFDOC
              GO TO LISTA-DOCS-VAZIO.
           MOVE SEQDP TO W-MAXSEQ
           IF SITDP = "I"
              GO TO LISTA-DOCS-LER.
           ADD 1 TO W-QTDOC
           IF W-LINDOC > 12
              GO TO LISTA-DOCS-LER.
           ADD 1 TO W-LINDOC
           PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-FIM
           MOVE SEQDP   TO W-LD-SEQ
           MOVE DATADP  TO W-LD-DATA
           MOVE TXTTIPO TO W-LD-TIPO
           MOVE DESCDP  TO W-LD-DESC
           DISPLAY (W-LINDOC, 03) W-LINHADOC
           GO TO LISTA-DOCS-LER.
       LISTA-DOCS-VAZIO.
           IF W-QTDOC = 0
              DISPLAY (07, 03) "(NENHUM DOCUMENTO REGISTRADO)".
           IF W-QTDOC > 7
              DISPLAY (14, 03) "(MAIS DOCUMENTOS - INFORME A SEQ)".
           MOVE SPACES TO TXTTIPO
           MOVE W-CPFDOC TO CPFDP
           MOVE ZEROS TO SEQDP.
       LISTA-DOCS-FIM.
           EXIT.

       MOSTRA-TIPO.
           MOVE SPACES TO TXTTIPO
           IF TIPODP = "I"
              MOVE "IDENTIDADE" TO TXTTIPO.
           IF TIPODP = "C"
              MOVE "CARTEIRINHA" TO TXTTIPO.
           IF TIPODP = "E"
              MOVE "EXAME EXTERNO" TO TXTTIPO.
           IF TIPODP = "R"
              MOVE "ENCAMINHAMENTO" TO TXTTIPO.
           IF TIPODP = "L"
              MOVE "LAUDO" TO TXTTIPO.
           IF TIPODP = "O"
              MOVE "OUTROS" TO TXTTIPO.
       MOSTRA-TIPO-FIM.
           EXIT.

       MOSTRA-OPER.
           MOVE SPACES TO TXTOPER
           IF DATAREGDP NOT = 0
              STRING "EM " DATAREGDP (7:2) "/" DATAREGDP (5:2) "/"
                     DATAREGDP (1:4)
                     DELIMITED BY SIZE INTO TXTOPER.
       MOSTRA-OPER-FIM.
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
                MOVE "SMP065"          TO W-LINHAUD-PROG
                MOVE KEYDOCPA           TO W-LINHAUD-CHAVE
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
           CLOSE CADDOCPA CADPACI CADCONSU.
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
           MOVE SPACES TO W-ARQ-CADDOCPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCPA
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
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
