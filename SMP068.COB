       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP068.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * EMISSAO DO ASO (ATESTADO DE SAUDE OCUPACIONAL)  *
      * PELO MEDICO DO EXAME: RESULTADO APTO/INAPTO,    *
      * NUMERACAO PROPRIA E IMPRESSAO EM ASOTX.TXT      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

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

       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOEMP
                                       WITH DUPLICATES.

       SELECT CADPACEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACEM
                    FILE STATUS  IS ST-ERRO.

       SELECT ASOTX ASSIGN TO DISK
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
       FD CADCONOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONOC.
       01 REGCONOC.
          03 KEYCONOC.
             05 CPFOC         PIC 9(11).
             05 DATAOC.
                07 DIAOC      PIC 9(02).
                07 MESOC      PIC 9(02).
                07 ANOOC      PIC 9(04).
             05 SEQOC         PIC 9(02).
          03 CODEMPOC         PIC 9(04).
          03 TIPOASOOC        PIC X(01).
          03 VALOROC          PIC 9(06)V99.
          03 NUMASOOC         PIC 9(06).
          03 RESULTOC         PIC X(01).
          03 OBSASOOC         PIC X(40).
          03 DATAASOOC        PIC 9(08).
          03 CRMASOOC         PIC 9(06).
          03 NUMFATOC         PIC 9(06).
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
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SITUACAO      PIC X(01).
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
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
       FD ASOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ASOTX.
       01 REGASOTX            PIC X(100).
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
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADEMPR PIC X(64) VALUE
          "CADEMPR.DAT".
       01 W-ARQ-CADPACEM PIC X(64) VALUE
          "CADPACEM.DAT".
       01 W-ARQ-ASOTX PIC X(64) VALUE
          "ASOTX.TXT".
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
       01 W-HASPE       PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DTEXAME     PIC 9(08) VALUE ZEROS.
       01 W-MAXASO      PIC 9(06) VALUE ZEROS.
       01 W-RESULT      PIC X(01) VALUE SPACES.
       01 W-OBS         PIC X(40) VALUE SPACES.
       01 W-KEYCOCSV    PIC X(21) VALUE SPACES.
       01 W-CPFF        PIC 9(11) VALUE ZEROS.
       01 W-DATAF.
          03 W-DIAF     PIC 9(02).
          03 W-MESF     PIC 9(02).
          03 W-ANOF     PIC 9(04).
       01 W-SEQF        PIC 9(02) VALUE ZEROS.
       01 TXTNOME       PIC X(30) VALUE SPACES.
       01 TXTEMPR       PIC X(40) VALUE SPACES.
       01 TXTCNPJ       PIC 9(14) VALUE ZEROS.
       01 TXTMATRIC     PIC X(10) VALUE SPACES.
       01 TXTFUNCAO     PIC X(20) VALUE SPACES.
       01 TXTTIPO       PIC X(20) VALUE SPACES.
       01 TXTMED        PIC X(30) VALUE SPACES.
       01 TXTCRM        PIC 9(06) VALUE ZEROS.
       01 TXTRESULT     PIC X(24) VALUE SPACES.
       01 W-NUMASOED    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAASO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "    ***** EMISSAO DO ASO - ATESTADO DE".
           05  LINE 02  COLUMN 39
               VALUE  " SAUDE OCUPACIONAL *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO EMPREGADO:".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA DO EXAME (DD.MM.AAAA):".
           05  LINE 05  COLUMN 45
               VALUE  "SEQ:".
           05  LINE 07  COLUMN 01
               VALUE  "  EMPREGADO:".
           05  LINE 08  COLUMN 01
               VALUE  "  EMPRESA:".
           05  LINE 09  COLUMN 01
               VALUE  "  CNPJ:".
           05  LINE 10  COLUMN 01
               VALUE  "  MATRICULA:".
           05  LINE 10  COLUMN 30
               VALUE  "FUNCAO:".
           05  LINE 11  COLUMN 01
               VALUE  "  TIPO DE EXAME:".
           05  LINE 12  COLUMN 01
               VALUE  "  MEDICO EXAMINADOR:".
           05  LINE 14  COLUMN 01
               VALUE  "  NUMERO DO ASO:".
           05  LINE 15  COLUMN 01
               VALUE  "  RESULTADO (A=APTO I=INAPTO):".
           05  LINE 16  COLUMN 01
               VALUE  "  RESTRICOES/OBSERVACOES:".
           05  TW-CPFF
               LINE 04  COLUMN 21  PIC 999.999.999.99
               USING  W-CPFF
               HIGHLIGHT.
           05  TW-DATAF
               LINE 05  COLUMN 31  PIC 99.99.9999
               USING  W-DATAF
               HIGHLIGHT.
           05  TW-SEQF
               LINE 05  COLUMN 50  PIC 99
               USING  W-SEQF
               HIGHLIGHT.
           05  TTXTNOME
               LINE 07  COLUMN 14  PIC X(30)
               USING  TXTNOME
               HIGHLIGHT.
           05  TTXTEMPR
               LINE 08  COLUMN 12  PIC X(40)
               USING  TXTEMPR
               HIGHLIGHT.
           05  TTXTCNPJ
               LINE 09  COLUMN 09  PIC 99.999.999.9999.99
               USING  TXTCNPJ
               HIGHLIGHT.
           05  TTXTMATRIC
               LINE 10  COLUMN 14  PIC X(10)
               USING  TXTMATRIC
               HIGHLIGHT.
           05  TTXTFUNCAO
               LINE 10  COLUMN 38  PIC X(20)
               USING  TXTFUNCAO
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 11  COLUMN 18  PIC X(20)
               USING  TXTTIPO
               HIGHLIGHT.
           05  TTXTCRM
               LINE 12  COLUMN 22  PIC 9(06)
               USING  TXTCRM
               HIGHLIGHT.
           05  TTXTMED
               LINE 12  COLUMN 29  PIC X(30)
               USING  TXTMED
               HIGHLIGHT.
           05  TNUMASOOC
               LINE 14  COLUMN 18  PIC ZZZZZ9
               USING  NUMASOOC
               HIGHLIGHT.
           05  TW-RESULT
               LINE 15  COLUMN 32  PIC X(01)
               USING  W-RESULT
               HIGHLIGHT.
           05  TW-OBS
               LINE 16  COLUMN 27  PIC X(40)
               USING  W-OBS
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

      ***** O CADCONOC E CRIADO PELO AGENDAMENTO (SMP006) ***********
       R0.
           OPEN I-O CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM EXAME OCUPACIONAL AGENDADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADCONSU NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCONOC
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADPACI NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCONOC CADCONSU
              GO TO ROT-FIM2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADMED NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCONOC CADCONSU CADPACI
              GO TO ROT-FIM2.
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADEMPR NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCONOC CADCONSU CADPACI CADMED
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASPE
           OPEN INPUT CADPACEM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPE.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE ZEROS TO W-CPFF W-DATAF W-SEQF TXTCNPJ TXTCRM
           MOVE ZEROS TO NUMASOOC
           MOVE SPACES TO TXTNOME TXTEMPR TXTMATRIC TXTFUNCAO TXTTIPO
                          TXTMED W-RESULT W-OBS
           DISPLAY TELAASO.

       R2.
           ACCEPT TW-CPFF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CPFF = 0
              MOVE "*** DIGITE O CPF ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
       R3.
           ACCEPT TW-DATAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DIAF < 1 OR W-DIAF > 31 OR W-MESF < 1 OR W-MESF > 12
              OR W-ANOF < 2000
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
       R3A.
           ACCEPT TW-SEQF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-SEQF = 0
              MOVE 1 TO W-SEQF
              DISPLAY TW-SEQF.

       LER-CONS.
           MOVE W-CPFF TO CPFC
           MOVE W-DATAF TO DATACON1
           MOVE W-SEQF TO SEQCON
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE KEYPRINCIPAL TO KEYCONOC
           READ CADCONOC
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-CONS.
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO E EXAME OCUPACIONAL ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           PERFORM MOSTRA-DADOS THRU MOSTRA-DADOS-FIM
           IF STATUSCONS = "C" OR STATUSCONS = "F"
              MOVE "*** CONSULTA CANCELADA OU FALTA: SEM ASO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DTEXAME = ANOCON1 * 10000 + MESCON1 * 100
                             + DIACON1
           IF W-DTEXAME > W-HOJE
              MOVE "*** EXAME AINDA NAO REALIZADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF NUMASOOC NOT = 0
              GO TO REIMP-OPC.

       R4.
           ACCEPT TW-RESULT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-RESULT NOT = "A" AND W-RESULT NOT = "I"
              MOVE "*** RESULTADO DEVE SER A=APTO OU I=INAPTO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
       R5.
           ACCEPT TW-OBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-RESULT = "I" AND W-OBS = SPACES
              MOVE "*** INFORME O MOTIVO DA INAPTIDAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EMITIR O ASO (S/N) : ".
                ACCEPT (23, 61) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ASO NAO EMITIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                MOVE KEYCONOC TO W-KEYCOCSV
                PERFORM PROX-ASO THRU PROX-ASO-FIM.
       INC-RW1.
                MOVE W-KEYCOCSV TO KEYCONOC
                READ CADCONOC
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-RW1.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO CADCONOC" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                IF NUMASOOC NOT = 0
                   MOVE "*** ASO JA EMITIDO POR OUTRO TERMINAL ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE W-MAXASO  TO NUMASOOC
                MOVE W-RESULT  TO RESULTOC
                MOVE W-OBS     TO OBSASOOC
                MOVE W-HOJE    TO DATAASOOC
                MOVE CODMEDICO TO CRMASOOC
                REWRITE REGCONOC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONOC" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                MOVE "EMISSAO" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                DISPLAY TNUMASOOC
                PERFORM IMPRIME-ASO THRU IMPRIME-ASO-FIM
                MOVE NUMASOOC TO W-NUMASOED
                MOVE SPACES TO MENS
                STRING "*** ASO " W-NUMASOED " EMITIDO EM ASOTX.TXT ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO R1.

      ***** ASO JA EMITIDO: O RESULTADO NAO SE ALTERA, SO REIMPRIME *
       REIMP-OPC.
                MOVE RESULTOC TO W-RESULT
                MOVE OBSASOOC TO W-OBS
                DISPLAY TELAASO
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 30) "ASO JA EMITIDO - REIMPRIMIR (S/N) : ".
                ACCEPT (23, 66) W-OPCAO WITH UPDATE
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO R1.
                MOVE "REIMPRESSAO" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                PERFORM IMPRIME-ASO THRU IMPRIME-ASO-FIM
                MOVE "*** ASO REIMPRESSO EM ASOTX.TXT ***" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO R1.

      ***** DADOS DO EMPREGADO, DA EMPRESA E DO MEDICO NA TELA ******
       MOSTRA-DADOS.
           MOVE CPFC TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME TO TXTNOME
           ELSE
              MOVE "** PACIENTE NAO ENCONTRADO **" TO TXTNOME.
           MOVE CODEMPOC TO CODEMP
           READ CADEMPR
           IF ST-ERRO = "00"
              MOVE RAZAOEMP TO TXTEMPR
              MOVE CNPJEMP  TO TXTCNPJ
           ELSE
              MOVE "** EMPRESA NAO ENCONTRADA **" TO TXTEMPR
              MOVE ZEROS TO TXTCNPJ.
           MOVE SPACES TO TXTMATRIC TXTFUNCAO
           IF W-HASPE = 1
              MOVE CPFC     TO CPFPE
              MOVE CODEMPOC TO CODEMPPE
              READ CADPACEM
              IF ST-ERRO = "00"
                 MOVE MATRICPE TO TXTMATRIC
                 MOVE FUNCAOPE TO TXTFUNCAO.
           MOVE SPACES TO TXTTIPO
           IF TIPOASOOC = "A"
              MOVE "ADMISSIONAL" TO TXTTIPO.
           IF TIPOASOOC = "P"
              MOVE "PERIODICO" TO TXTTIPO.
           IF TIPOASOOC = "D"
              MOVE "DEMISSIONAL" TO TXTTIPO.
           IF TIPOASOOC = "R"
              MOVE "RETORNO AO TRABALHO" TO TXTTIPO.
           IF TIPOASOOC = "M"
              MOVE "MUDANCA DE FUNCAO" TO TXTTIPO.
           MOVE CODMEDICO TO CRM TXTCRM
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOMEM TO TXTMED
           ELSE
              MOVE "** MEDICO NAO ENCONTRADO **" TO TXTMED.
           DISPLAY TELAASO.
       MOSTRA-DADOS-FIM.
           EXIT.

      ***** PROXIMO NUMERO DE ASO: MAIOR NUMERO JA EMITIDO + 1 ******
       PROX-ASO.
           MOVE ZEROS TO W-MAXASO KEYCONOC
           START CADCONOC KEY IS NOT LESS KEYCONOC INVALID KEY
              GO TO PROX-ASO-SOMA.
       PROX-ASO-LER.
           READ CADCONOC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-ASO-SOMA.
           IF NUMASOOC > W-MAXASO
              MOVE NUMASOOC TO W-MAXASO.
           GO TO PROX-ASO-LER.
       PROX-ASO-SOMA.
           ADD 1 TO W-MAXASO.
       PROX-ASO-FIM.
           EXIT.

      ***** MONTAGEM DO TEXTO DO ASO **********************************
       IMPRIME-ASO.
           OPEN OUTPUT ASOTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ASOTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO IMPRIME-ASO-FIM.
           MOVE NUMASOOC TO W-NUMASOED
           MOVE SPACES TO REGASOTX
           STRING "          ATESTADO DE SAUDE OCUPACIONAL - ASO No. "
                  W-NUMASOED
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE ALL "-" TO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "EMPRESA ..... : " TXTEMPR
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "CNPJ ........ : " TXTCNPJ
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "EMPREGADO ... : " TXTNOME "  CPF " CPFC
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "MATRICULA ... : " TXTMATRIC
                  "  FUNCAO: " TXTFUNCAO
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "TIPO DE EXAME : " TXTTIPO
                  "  DATA: " DIACON1 "/" MESCON1 "/" ANOCON1
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO TXTRESULT
           IF RESULTOC = "A"
              MOVE "APTO PARA A FUNCAO" TO TXTRESULT
           ELSE
              MOVE "INAPTO PARA A FUNCAO" TO TXTRESULT.
           MOVE SPACES TO REGASOTX
           STRING "DECLARO QUE O EMPREGADO ACIMA FOI EXAMINADO E "
                  "CONSIDERADO:"
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "          *** " TXTRESULT " ***"
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "OBSERVACOES . : " OBSASOOC
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "MEDICO EXAMINADOR: " TXTMED "  CRM " CRMASOOC
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "EMITIDO EM " DATAASOOC (7:2) "/"
                  DATAASOOC (5:2) "/" DATAASOOC (1:4)
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "______________________________     "
                  "______________________________"
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           MOVE SPACES TO REGASOTX
           STRING "ASSINATURA / CARIMBO DO MEDICO     "
                  "ASSINATURA DO EMPREGADO"
                  DELIMITED BY SIZE INTO REGASOTX
           WRITE REGASOTX.
           CLOSE ASOTX.
       IMPRIME-ASO-FIM.
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
                MOVE "SMP068"          TO W-LINHAUD-PROG
                MOVE NUMASOOC           TO W-LINHAUD-CHAVE
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
           CLOSE CADCONOC CADCONSU CADPACI CADMED CADEMPR.
           IF W-HASPE = 1
              CLOSE CADPACEM.
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
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
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
           MOVE SPACES TO W-ARQ-CADEMPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEMPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEMPR
           MOVE SPACES TO W-ARQ-CADPACEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACEM
           MOVE SPACES TO W-ARQ-ASOTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ASOTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ASOTX
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
