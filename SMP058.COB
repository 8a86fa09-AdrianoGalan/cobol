       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP058.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * ACOMPANHAMENTO PRE-NATAL: CADASTRO DA GESTACAO   *
      * POR PACIENTE (DUM, DPP, RISCO E OBSTETRA), COM A *
      * IDADE GESTACIONAL DE HOJE E DE CADA CONSULTA     *
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
       01 W-ARQ-CADGESTA PIC X(64) VALUE
          "CADGESTA.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
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
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJESER     PIC 9(08) VALUE ZEROS.
       01 W-DUMSER      PIC 9(08) VALUE ZEROS.
       01 W-ENCSER      PIC 9(08) VALUE ZEROS.
       01 W-DIFDIAS     PIC 9(08) VALUE ZEROS.
       01 W-IGSEM       PIC 9(02) VALUE ZEROS.
       01 W-IGDIA       PIC 9(01) VALUE ZEROS.
       01 W-IGTXT       PIC X(30) VALUE SPACES.
       01 W-NOMEOBS     PIC X(30) VALUE SPACES.
       01 W-CPFSAV      PIC 9(11) VALUE ZEROS.
       01 W-SEQMAX      PIC 9(02) VALUE ZEROS.
       01 W-SEQATIVA    PIC 9(02) VALUE ZEROS.
       01 W-SAVEGES     PIC X(97) VALUE SPACES.
       01 W-SDIA        PIC 9(02) VALUE ZEROS.
       01 W-SMES        PIC 9(02) VALUE ZEROS.
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-ULT1        PIC 9(04) VALUE ZEROS.
       01 W-ULT2        PIC 9(04) VALUE ZEROS.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
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
      ***** ULTIMAS CONSULTAS DA GESTACAO, EM ORDEM DE DATA *********
       01 W-QTDCONS     PIC 9(03) VALUE ZEROS.
       01 W-QTDLIS      PIC 9(01) VALUE ZEROS.
       01 W-ILIS        PIC 9(01) VALUE ZEROS.
       01 W-JLIS        PIC 9(01) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-TROCOU      PIC 9(01) VALUE ZEROS.
       01 TABLIS.
          03 TBL OCCURS 6 TIMES.
             05 TBL-SER    PIC 9(08).
             05 TBL-DIA    PIC 9(02).
             05 TBL-MES    PIC 9(02).
             05 TBL-ANO    PIC 9(04).
             05 TBL-IGS    PIC 9(02).
             05 TBL-IGD    PIC 9(01).
             05 TBL-CRM    PIC 9(06).
             05 TBL-STAT   PIC X(01).
       01 W-TBLAUX      PIC X(26) VALUE SPACES.
       01 W-TXTSTAT     PIC X(10) VALUE SPACES.
       01 W-LINLIS      PIC X(60) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAGESTA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "         ***** ACOMPANHAMENTO PRE-NATAL:".
           05  LINE 02  COLUMN 41
               VALUE  " GESTACOES *****".
           05  LINE 04  COLUMN 01
               VALUE  "  PACIENTE (CPF):".
           05  LINE 05  COLUMN 01
               VALUE  "  GESTACAO (SEQ):".
           05  LINE 05  COLUMN 26
               VALUE  "(0=GESTACAO EM CURSO OU NOVA)".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA ULTIMA MENSTRUACAO (DUM):".
           05  LINE 08  COLUMN 01
               VALUE  "  DATA PROVAVEL DO PARTO (DPP) :".
           05  LINE 09  COLUMN 01
               VALUE  "  IDADE GESTACIONAL HOJE       :".
           05  LINE 10  COLUMN 01
               VALUE  "  RISCO (H=HABITUAL  A=ALTO)   :".
           05  LINE 11  COLUMN 01
               VALUE  "  CRM DO OBSTETRA              :".
           05  LINE 12  COLUMN 01
               VALUE  "  SITUACAO (A=EM CURSO E=ENCERR:".
           05  LINE 12  COLUMN 38
               VALUE  "DATA DO ENCERRAMENTO:".
           05  LINE 13  COLUMN 01
               VALUE  "  OBSERVACAO:".
           05  TCPFGE
               LINE 04  COLUMN 19  PIC 999.999.999.99
               USING  CPFGE
               HIGHLIGHT.
           05  TNOMEPAC
               LINE 04  COLUMN 35  PIC X(30)
               USING  NOME OF REGPACI
               HIGHLIGHT.
           05  TSEQGE
               LINE 05  COLUMN 19  PIC 99
               USING  SEQGE
               HIGHLIGHT.
           05  TDUMGE
               LINE 07  COLUMN 34  PIC 99.99.9999
               USING  DUMGE
               HIGHLIGHT.
           05  TDPPGE
               LINE 08  COLUMN 34  PIC 99.99.9999
               USING  DPPGE
               HIGHLIGHT.
           05  TIGTXT
               LINE 09  COLUMN 34  PIC X(30)
               USING  W-IGTXT
               HIGHLIGHT.
           05  TRISCOGE
               LINE 10  COLUMN 34  PIC X(01)
               USING  RISCOGE
               HIGHLIGHT.
           05  TCRMOBSGE
               LINE 11  COLUMN 34  PIC 999.999
               USING  CRMOBSGE
               HIGHLIGHT.
           05  TNOMEOBS
               LINE 11  COLUMN 43  PIC X(30)
               USING  W-NOMEOBS
               HIGHLIGHT.
           05  TSITUACAOGE
               LINE 12  COLUMN 34  PIC X(01)
               USING  SITUACAOGE
               HIGHLIGHT.
           05  TDATAENCGE
               LINE 12  COLUMN 60  PIC 99.99.9999
               USING  DATAENCGE
               HIGHLIGHT.
           05  TOBSGE
               LINE 13  COLUMN 15  PIC X(40)
               USING  OBSGE
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
           OPEN I-O CADGESTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADGESTA
                 CLOSE CADGESTA
                 MOVE "*** ARQUIVO CADGESTA FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADGESTA" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGESTA
              GO TO ROT-FIM2.

       R0B.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADGESTA CADPACI
              GO TO ROT-FIM2.

      ***** AS CONSULTAS SO SERVEM PARA A LISTA DO PRE-NATAL *******
       R0C.
           MOVE 1 TO W-HASCON
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCON.

       R0D.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE (7:2) TO W-DSDIA
           MOVE W-HOJE (5:2) TO W-DSMES
           MOVE W-HOJE (1:4) TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-HOJESER.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO RISCOGE SITUACAOGE OBSGE W-IGTXT W-NOMEOBS
           MOVE SPACES TO NOME OF REGPACI
           MOVE ZEROS TO CPFGE SEQGE DUMGE DPPGE CRMOBSGE DATAENCGE
           MOVE ZEROS TO DATAREGGE OPERGE W-SEL
           DISPLAY TELAGESTA.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TCPFGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CPFGE = 0
              MOVE "*** DIGITE O CPF DA PACIENTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE CPFGE TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           IF SITUACAO OF REGPACI = "I"
              MOVE "*** PACIENTE INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           DISPLAY TNOMEPAC.

       R2A.
           ACCEPT TSEQGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF SEQGE = 0
              PERFORM BUSCA-SEQ THRU BUSCA-SEQ-FIM
              DISPLAY TSEQGE.

       LER-PROC.
           READ CADGESTA
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-PROC.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-GESTA THRU MOSTRA-GESTA-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADGESTA" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "H" TO RISCOGE
                MOVE "A" TO SITUACAOGE
                NEXT SENTENCE.

       R3.
           DISPLAY TELAGESTA
           ACCEPT TDUMGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF DUMGE = 0
              MOVE "*** DIGITE A DATA DA ULTIMA MENSTRUACAO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF MESDUM < 1 OR MESDUM > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE MESDUM TO W-SMES
           MOVE ANODUM TO W-SANO
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF DIADUM < 1 OR DIADUM > W-ULTDIA
              MOVE "*** DIA INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF ANODUM < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           PERFORM CALC-DUMSER THRU CALC-DUMSER-FIM
           IF W-DUMSER > W-HOJESER
              MOVE "*** DUM NAO PODE SER DATA FUTURA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
      ***** UMA GESTACAO NOVA NAO PODE PASSAR DE 42 SEMANAS *********
           IF W-SEL = 0 AND W-HOJESER - W-DUMSER > 294
              MOVE "*** DUM COM MAIS DE 42 SEMANAS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           PERFORM CALC-DPP THRU CALC-DPP-FIM
           PERFORM MONTA-IGHOJE THRU MONTA-IGHOJE-FIM
           DISPLAY TDPPGE
           DISPLAY TIGTXT.

       R4.
           ACCEPT TRISCOGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF RISCOGE = "h" MOVE "H" TO RISCOGE.
           IF RISCOGE = "a" MOVE "A" TO RISCOGE.
           IF RISCOGE NOT = "H" AND RISCOGE NOT = "A"
              MOVE "*** RISCO: H=HABITUAL  A=ALTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TCRMOBSGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CRMOBSGE = 0
              MOVE "*** DIGITE O CRM DO OBSTETRA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE CRMOBSGE TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF SITUACAO OF REGMED = "I"
              MOVE "*** MEDICO INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE NOMEM TO W-NOMEOBS
           DISPLAY TNOMEOBS.

       R6.
           ACCEPT TSITUACAOGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF SITUACAOGE = "a" MOVE "A" TO SITUACAOGE.
           IF SITUACAOGE = "e" MOVE "E" TO SITUACAOGE.
           IF SITUACAOGE NOT = "A" AND SITUACAOGE NOT = "E"
              MOVE "*** SITUACAO: A=EM CURSO  E=ENCERRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
           IF SITUACAOGE = "A"
              MOVE ZEROS TO DATAENCGE
              DISPLAY TDATAENCGE
              GO TO R7.

      ***** GESTACAO ENCERRADA (PARTO OU PERDA) EXIGE A DATA ********
       R6A.
           IF DATAENCGE = 0
              MOVE W-HOJE (7:2) TO DIAENC
              MOVE W-HOJE (5:2) TO MESENC
              MOVE W-HOJE (1:4) TO ANOENC.
           ACCEPT TDATAENCGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF MESENC < 1 OR MESENC > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6A.
           MOVE MESENC TO W-SMES
           MOVE ANOENC TO W-SANO
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF DIAENC < 1 OR DIAENC > W-ULTDIA
              MOVE "*** DIA INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6A.
           MOVE DIAENC TO W-DSDIA
           MOVE MESENC TO W-DSMES
           MOVE ANOENC TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-DUMSER OR W-DSSER > W-HOJESER
              MOVE "*** DATA DE ENCERRAMENTO INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6A.

       R7.
           ACCEPT TOBSGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
      ***** SO PODE HAVER UMA GESTACAO EM CURSO POR PACIENTE ********
           IF SITUACAOGE = "A"
              PERFORM BUSCA-ATIVA THRU BUSCA-ATIVA-FIM
              IF W-SEQATIVA NOT = 0 AND W-SEQATIVA NOT = SEQGE
                 MOVE "*** PACIENTE JA TEM GESTACAO EM CURSO ***"
                                                             TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R6.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                PERFORM LER-OPER THRU LER-OPER-FIM
                MOVE W-HOJE TO DATAREGGE
                MOVE W-CODOPERAUD TO OPERGE.
       INC-WR1.
                WRITE REGGESTA
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT-LINHA THRU GRAVA-AUDIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGESTA"
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
                IF SITUACAOGE = "I"
                   MOVE "*** GESTACAO EXCLUIDA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
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
      ***** A GESTACAO SO E MARCADA COMO EXCLUIDA (I): O REGISTRO ***
      ***** FICA NO HISTORICO DA PACIENTE ***************************
       EXC-DL1.
                MOVE "I" TO SITUACAOGE
                REWRITE REGGESTA
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
                REWRITE REGGESTA
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADGESTA"   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** SEQUENCIA ZERO: ABRE A GESTACAO EM CURSO DA PACIENTE ****
      ***** OU, SE NAO HOUVER, A PROXIMA SEQUENCIA LIVRE ************
       BUSCA-SEQ.
                PERFORM BUSCA-ATIVA THRU BUSCA-ATIVA-FIM
                IF W-SEQATIVA NOT = 0
                   MOVE W-SEQATIVA TO SEQGE
                ELSE
                   ADD 1 W-SEQMAX GIVING SEQGE.
       BUSCA-SEQ-FIM.
                EXIT.

      ***** PERCORRE AS GESTACOES DA PACIENTE: SEQUENCIA DA QUE *****
      ***** ESTA EM CURSO E MAIOR SEQUENCIA JA USADA ****************
       BUSCA-ATIVA.
                MOVE REGGESTA TO W-SAVEGES
                MOVE CPFGE TO W-CPFSAV
                MOVE ZEROS TO W-SEQATIVA W-SEQMAX
                MOVE ZEROS TO SEQGE
                START CADGESTA KEY IS NOT LESS KEYGESTA INVALID KEY
                   GO TO BUSCA-ATIVA-REST.
       BUSCA-ATIVA-LER.
                READ CADGESTA NEXT
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-ATIVA-REST.
                IF CPFGE NOT = W-CPFSAV
                   GO TO BUSCA-ATIVA-REST.
                MOVE SEQGE TO W-SEQMAX
                IF SITUACAOGE = "A"
                   MOVE SEQGE TO W-SEQATIVA.
                GO TO BUSCA-ATIVA-LER.
       BUSCA-ATIVA-REST.
                MOVE W-SAVEGES TO REGGESTA.
       BUSCA-ATIVA-FIM.
                EXIT.

      ***** MOSTRA A GESTACAO LIDA COM A IDADE GESTACIONAL DE HOJE **
      ***** E AS CONSULTAS DO PERIODO ********************************
       MOSTRA-GESTA.
                MOVE SPACES TO W-NOMEOBS
                MOVE CRMOBSGE TO CRM
                READ CADMED
                IF ST-ERRO = "00"
                   MOVE NOMEM TO W-NOMEOBS.
                PERFORM CALC-DUMSER THRU CALC-DUMSER-FIM
                PERFORM MONTA-IGHOJE THRU MONTA-IGHOJE-FIM
                DISPLAY TELAGESTA
                PERFORM LISTA-CONS THRU LISTA-CONS-FIM.
       MOSTRA-GESTA-FIM.
                EXIT.

       CALC-DUMSER.
                MOVE DIADUM TO W-DSDIA
                MOVE MESDUM TO W-DSMES
                MOVE ANODUM TO W-DSANO
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                MOVE W-DSSER TO W-DUMSER.
       CALC-DUMSER-FIM.
                EXIT.

      ***** IDADE GESTACIONAL NA DATA W-DSSER (SEMANAS E DIAS) ******
       CALC-IG.
                MOVE ZEROS TO W-IGSEM W-IGDIA
                IF W-DSSER < W-DUMSER
                   GO TO CALC-IG-FIM.
                COMPUTE W-DIFDIAS = W-DSSER - W-DUMSER
                DIVIDE W-DIFDIAS BY 7 GIVING W-IGSEM
                       REMAINDER W-IGDIA.
       CALC-IG-FIM.
                EXIT.

      ***** TEXTO DA IDADE GESTACIONAL DE HOJE (OU NO ENCERRAMENTO) *
       MONTA-IGHOJE.
                MOVE SPACES TO W-IGTXT
                MOVE W-HOJESER TO W-DSSER
                IF SITUACAOGE = "E" AND DATAENCGE NOT = 0
                   MOVE DIAENC TO W-DSDIA
                   MOVE MESENC TO W-DSMES
                   MOVE ANOENC TO W-DSANO
                   PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
                PERFORM CALC-IG THRU CALC-IG-FIM
                IF SITUACAOGE = "E"
                   STRING W-IGSEM " SEM " W-IGDIA " D (ENCERRADA)"
                          DELIMITED BY SIZE INTO W-IGTXT
                ELSE
                   STRING W-IGSEM " SEMANAS E " W-IGDIA " DIAS"
                          DELIMITED BY SIZE INTO W-IGTXT.
       MONTA-IGHOJE-FIM.
                EXIT.

      ***** DPP PELA REGRA DE NAEGELE: DUM + 7 DIAS + 9 MESES *******
       CALC-DPP.
                MOVE DIADUM TO W-SDIA
                MOVE MESDUM TO W-SMES
                MOVE ANODUM TO W-SANO
                ADD 7 TO W-SDIA
                PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
                IF W-SDIA > W-ULTDIA
                   SUBTRACT W-ULTDIA FROM W-SDIA
                   ADD 1 TO W-SMES
                   IF W-SMES > 12
                      MOVE 1 TO W-SMES
                      ADD 1 TO W-SANO.
                ADD 9 TO W-SMES
                IF W-SMES > 12
                   SUBTRACT 12 FROM W-SMES
                   ADD 1 TO W-SANO.
      ***** DIA QUE NAO EXISTE NO MES DO PARTO PASSA PARA O SEGUINTE
                PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
                IF W-SDIA > W-ULTDIA
                   SUBTRACT W-ULTDIA FROM W-SDIA
                   ADD 1 TO W-SMES
                   IF W-SMES > 12
                      MOVE 1 TO W-SMES
                      ADD 1 TO W-SANO.
                MOVE W-SDIA TO DIADPP
                MOVE W-SMES TO MESDPP
                MOVE W-SANO TO ANODPP.
       CALC-DPP-FIM.
                EXIT.

      ***** ULTIMO DIA DO MES DA DATA DE TRABALHO ******************
       CALC-ULTDIA.
                MOVE W-DIASMES (W-SMES) TO W-ULTDIA
                IF W-SMES = 2
                   DIVIDE W-SANO BY 4 GIVING W-ULT1
                          REMAINDER W-ULT2
                   IF W-ULT2 = 0
                      MOVE 29 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
                EXIT.

      ***** CONSULTAS DA PACIENTE DESDE A DUM (ATE O ENCERRAMENTO), *
      ***** COM A IDADE GESTACIONAL EM CADA UMA; FICAM AS SEIS MAIS *
      ***** RECENTES NA TELA *****************************************
       LISTA-CONS.
                IF W-HASCON = 0
                   GO TO LISTA-CONS-FIM.
                MOVE ZEROS TO W-QTDCONS W-QTDLIS W-ENCSER
                IF SITUACAOGE = "E" AND DATAENCGE NOT = 0
                   MOVE DIAENC TO W-DSDIA
                   MOVE MESENC TO W-DSMES
                   MOVE ANOENC TO W-DSANO
                   PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                   MOVE W-DSSER TO W-ENCSER.
                MOVE CPFGE TO CPFC
                MOVE ZEROS TO DATACON1 SEQCON
                START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
                   GO TO LISTA-CONS-MOSTRA.
       LISTA-CONS-LER.
                READ CADCONSU NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LISTA-CONS-MOSTRA.
                IF CPFC NOT = CPFGE
                   GO TO LISTA-CONS-MOSTRA.
                IF STATUSCONS = "C" OR STATUSCONS = "W"
                   GO TO LISTA-CONS-LER.
                MOVE DIACON1 TO W-DSDIA
                MOVE MESCON1 TO W-DSMES
                MOVE ANOCON1 TO W-DSANO
                PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
                IF W-DSSER < W-DUMSER
                   GO TO LISTA-CONS-LER.
                IF W-ENCSER NOT = 0 AND W-DSSER > W-ENCSER
                   GO TO LISTA-CONS-LER.
                ADD 1 TO W-QTDCONS
                IF W-QTDLIS < 6
                   ADD 1 TO W-QTDLIS
                   MOVE W-QTDLIS TO W-ILIS
                ELSE
                   IF W-DSSER < TBL-SER (1)
                      GO TO LISTA-CONS-LER
                   ELSE
                      MOVE 1 TO W-ILIS.
                PERFORM CALC-IG THRU CALC-IG-FIM
                MOVE W-DSSER    TO TBL-SER (W-ILIS)
                MOVE DIACON1    TO TBL-DIA (W-ILIS)
                MOVE MESCON1    TO TBL-MES (W-ILIS)
                MOVE ANOCON1    TO TBL-ANO (W-ILIS)
                MOVE W-IGSEM    TO TBL-IGS (W-ILIS)
                MOVE W-IGDIA    TO TBL-IGD (W-ILIS)
                MOVE CODMEDICO  TO TBL-CRM (W-ILIS)
                MOVE STATUSCONS TO TBL-STAT (W-ILIS)
                PERFORM ORDENA-LIS THRU ORDENA-LIS-FIM
                GO TO LISTA-CONS-LER.
       LISTA-CONS-MOSTRA.
                MOVE SPACES TO W-LINLIS
                STRING "CONSULTAS NO PRE-NATAL: " W-QTDCONS
                       "  (ULTIMAS SEIS ABAIXO)"
                       DELIMITED BY SIZE INTO W-LINLIS
                DISPLAY (15, 03) W-LINLIS
                MOVE 1 TO W-ILIS
                MOVE 16 TO W-LINHA.
       LISTA-CONS-LINHA.
                IF W-ILIS > W-QTDLIS
                   GO TO LISTA-CONS-FIM.
                MOVE "AGENDADA" TO W-TXTSTAT
                IF TBL-STAT (W-ILIS) = "R"
                   MOVE "REALIZADA" TO W-TXTSTAT.
                IF TBL-STAT (W-ILIS) = "F"
                   MOVE "FALTA" TO W-TXTSTAT.
                IF TBL-STAT (W-ILIS) = "A" AND
                   TBL-SER (W-ILIS) < W-HOJESER
                   MOVE "ATENDIDA" TO W-TXTSTAT.
                MOVE SPACES TO W-LINLIS
                STRING TBL-DIA (W-ILIS) "/" TBL-MES (W-ILIS) "/"
                       TBL-ANO (W-ILIS) "  IG " TBL-IGS (W-ILIS)
                       " SEM " TBL-IGD (W-ILIS) " D  CRM "
                       TBL-CRM (W-ILIS) "  " W-TXTSTAT
                       DELIMITED BY SIZE INTO W-LINLIS
                DISPLAY (W-LINHA, 05) W-LINLIS
                ADD 1 TO W-ILIS
                ADD 1 TO W-LINHA
                GO TO LISTA-CONS-LINHA.
       LISTA-CONS-FIM.
                EXIT.

      ***** MANTEM A TABELA DA TELA EM ORDEM CRESCENTE DE DATA ******
       ORDENA-LIS.
                MOVE 0 TO W-TROCOU
                MOVE 1 TO W-ILIS.
       ORDENA-LIS-PAR.
                IF W-ILIS NOT < W-QTDLIS
                   GO TO ORDENA-LIS-FIM2.
                ADD 1 W-ILIS GIVING W-JLIS
                IF TBL-SER (W-ILIS) > TBL-SER (W-JLIS)
                   MOVE TBL (W-ILIS) TO W-TBLAUX
                   MOVE TBL (W-JLIS) TO TBL (W-ILIS)
                   MOVE W-TBLAUX     TO TBL (W-JLIS)
                   MOVE 1 TO W-TROCOU.
                ADD 1 TO W-ILIS
                GO TO ORDENA-LIS-PAR.
       ORDENA-LIS-FIM2.
                IF W-TROCOU = 1
                   GO TO ORDENA-LIS.
       ORDENA-LIS-FIM.
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
                MOVE "SMP058"          TO W-LINHAUD-PROG
                MOVE KEYGESTA           TO W-LINHAUD-CHAVE
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
           CLOSE CADGESTA CADPACI CADMED.
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
           MOVE SPACES TO W-ARQ-CADGESTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGESTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGESTA
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
