       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP074.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * OUVIDORIA: REGISTRO DE RECLAMACOES COM NUMERO   *
      * DE PROTOCOLO E PRAZO DE RESPOSTA, E MUDANCA DE  *
      * SITUACAO (ABERTA, EM ANALISE, RESPONDIDA,       *
      * ENCERRADA), CADA UMA COM SUA DATA               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTRC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORIGRC
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

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

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
      ***** RECLAMACOES DA OUVIDORIA. PROTOCOLO = ANO + SEQUENCIAL
      ***** CANALRC : T=TELEFONE B=BALCAO N=PESQUISA NPS E=EMAIL
      *****           O=OUTROS
      ***** CATEGRC : A=ATENDIMENTO E=ESPERA/ATRASO M=CONDUTA MEDICA
      *****           F=FINANCEIRO I=INSTALACOES O=OUTROS
      ***** SITRC   : A=ABERTA N=EM ANALISE R=RESPONDIDA F=ENCERRADA
      ***** ORIGRC  : CHAVE DA RESPOSTA NO CADPESQ QUANDO ABERTA
      *****           PELA PESQUISA (BRANCOS = ABERTA NO BALCAO)
       FD CADRECLA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRECLA.
       01 REGRECLA.
          03 PROTRC.
             05 ANOPRC        PIC 9(04).
             05 SEQPRC        PIC 9(06).
          03 CPFRC            PIC 9(11).
          03 DATARC           PIC 9(08).
          03 CANALRC          PIC X(01).
          03 CATEGRC          PIC X(01).
          03 CRMRC            PIC 9(06).
          03 UNIDRC           PIC 9(02).
          03 OPERENVRC        PIC 9(04).
          03 DESCRC           PIC X(60).
          03 RESPRC           PIC 9(04).
          03 PRAZORC          PIC 9(08).
          03 SITRC            PIC X(01).
          03 DATANRC          PIC 9(08).
          03 DATARRC          PIC 9(08).
          03 DATAFRC          PIC 9(08).
          03 RESPOSTARC       PIC X(60).
          03 OPERABRC         PIC 9(04).
          03 ORIGRC           PIC X(21).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANASP    PIC 9(02).
             05 MESNASP    PIC 9(02).
             05 ANONASP    PIC 9(04).
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPER.
       01 REGOPER.
          03 CODOPER       PIC 9(04).
          03 NOMEOPER      PIC X(30).
          03 SENHAOPER     PIC X(10).
          03 SITUACAOOPER  PIC X(01).
          03 PERFILOPER    PIC X(01).
          03 DATASENHA     PIC 9(08).
          03 TROCAOBRIG    PIC X(01).
          03 SENHAANT1     PIC X(10).
          03 SENHAANT2     PIC X(10).
          03 SENHAANT3     PIC X(10).
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
       01 W-ARQ-CADRECLA PIC X(64) VALUE
          "CADRECLA.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
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
       01 W-OUVPRAZO    PIC 9(03) VALUE 7.
       01 W-SDIA        PIC 9(03) VALUE ZEROS.
       01 W-SMES        PIC 9(02) VALUE ZEROS.
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-ULT1        PIC 9(04) VALUE ZEROS.
       01 W-ULT2        PIC 9(04) VALUE ZEROS.
       01 W-PRAZO       PIC 9(08) VALUE ZEROS.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
       01 W-ULTPROT     PIC 9(06) VALUE ZEROS.
       01 W-PROTANO     PIC 9(04) VALUE ZEROS.
       01 W-HASMED      PIC 9(01) VALUE ZEROS.
       01 W-HASUNI      PIC 9(01) VALUE ZEROS.
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-PROTF       PIC 9(10) VALUE ZEROS.
       01 W-PRZED.
          03 W-PRZDIA   PIC 9(02).
          03 W-PRZMES   PIC 9(02).
          03 W-PRZANO   PIC 9(04).
       01 W-PRZSEQ      PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-SAVEREC     PIC X(225) VALUE SPACES.
       01 W-NOVASIT     PIC X(01) VALUE SPACES.
       01 W-DTIN        PIC 9(08) VALUE ZEROS.
       01 W-DTOUT       PIC X(10) VALUE SPACES.
       01 W-DTABE       PIC X(10) VALUE SPACES.
       01 W-DTANA       PIC X(10) VALUE SPACES.
       01 W-DTRES       PIC X(10) VALUE SPACES.
       01 W-DTENC       PIC X(10) VALUE SPACES.
       01 W-DESCSIT     PIC X(10) VALUE SPACES.
       01 W-LINSIT      PIC X(78) VALUE SPACES.
       01 W-LINDAT      PIC X(78) VALUE SPACES.
       01 TXTNOMEP      PIC X(30) VALUE SPACES.
       01 TXTNOMEM      PIC X(30) VALUE SPACES.
       01 TXTUNID       PIC X(20) VALUE SPACES.
       01 TXTNOMEOE     PIC X(30) VALUE SPACES.
       01 TXTNOMERS     PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAOUV.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** OUVIDORIA - RECLAMACOES".
           05  LINE 02  COLUMN 40
               VALUE  " *****".
           05  LINE 04  COLUMN 01
               VALUE  "  PROTOCOLO (ZERO = NOVA):".
           05  LINE 05  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 06  COLUMN 01
               VALUE  "  CANAL (T=TELEFONE B=BALCAO N=PESQUISA".
           05  LINE 06  COLUMN 40
               VALUE  " E=EMAIL O=OUTROS):".
           05  LINE 07  COLUMN 01
               VALUE  "  CATEGORIA (A=ATENDIMENTO E=ESPERA M=CO".
           05  LINE 07  COLUMN 40
               VALUE  "NDUTA MEDICA F=FINANCEIRO".
           05  LINE 08  COLUMN 01
               VALUE  "             I=INSTALACOES O=OUTROS):".
           05  LINE 09  COLUMN 01
               VALUE  "  MEDICO (CRM, ZERO = NENHUM):".
           05  LINE 10  COLUMN 01
               VALUE  "  UNIDADE (ZERO = NENHUMA):".
           05  LINE 11  COLUMN 01
               VALUE  "  OPERADOR ENVOLVIDO (ZERO = NENHUM):".
           05  LINE 12  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 14  COLUMN 01
               VALUE  "  RESPONSAVEL:".
           05  LINE 15  COLUMN 01
               VALUE  "  PRAZO DE RESPOSTA (DD.MM.AAAA):".
           05  LINE 20  COLUMN 01
               VALUE  "  NOVA SITUACAO (N=EM ANALISE R=RESPOND".
           05  LINE 20  COLUMN 40
               VALUE  "IDA F=ENCERRADA):".
           05  LINE 21  COLUMN 01
               VALUE  "  RESPOSTA:".
           05  TPROTF
               LINE 04  COLUMN 28  PIC 9(10)
               USING  W-PROTF
               HIGHLIGHT.
           05  TCPFRC
               LINE 05  COLUMN 08  PIC 999.999.999.99
               USING  CPFRC
               HIGHLIGHT.
           05  TTXTNOMEP
               LINE 05  COLUMN 24  PIC X(30)
               USING  TXTNOMEP
               HIGHLIGHT.
           05  TCANALRC
               LINE 06  COLUMN 60  PIC X(01)
               USING  CANALRC
               HIGHLIGHT.
           05  TCATEGRC
               LINE 08  COLUMN 39  PIC X(01)
               USING  CATEGRC
               HIGHLIGHT.
           05  TCRMRC
               LINE 09  COLUMN 32  PIC 9(06)
               USING  CRMRC
               HIGHLIGHT.
           05  TTXTNOMEM
               LINE 09  COLUMN 40  PIC X(30)
               USING  TXTNOMEM
               HIGHLIGHT.
           05  TUNIDRC
               LINE 10  COLUMN 29  PIC 9(02)
               USING  UNIDRC
               HIGHLIGHT.
           05  TTXTUNID
               LINE 10  COLUMN 33  PIC X(20)
               USING  TXTUNID
               HIGHLIGHT.
           05  TOPERENVRC
               LINE 11  COLUMN 39  PIC 9(04)
               USING  OPERENVRC
               HIGHLIGHT.
           05  TTXTNOMEOE
               LINE 11  COLUMN 45  PIC X(30)
               USING  TXTNOMEOE
               HIGHLIGHT.
           05  TDESCRC
               LINE 12  COLUMN 14  PIC X(60)
               USING  DESCRC
               HIGHLIGHT.
           05  TRESPRC
               LINE 14  COLUMN 16  PIC 9(04)
               USING  RESPRC
               HIGHLIGHT.
           05  TTXTNOMERS
               LINE 14  COLUMN 22  PIC X(30)
               USING  TXTNOMERS
               HIGHLIGHT.
           05  TPRZED
               LINE 15  COLUMN 35  PIC 99.99.9999
               USING  W-PRZED
               HIGHLIGHT.
           05  TNOVASIT
               LINE 20  COLUMN 58  PIC X(01)
               USING  W-NOVASIT
               HIGHLIGHT.
           05  TRESPOSTARC
               LINE 21  COLUMN 13  PIC X(60)
               USING  RESPOSTARC
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
           OPEN I-O CADRECLA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRECLA
                 CLOSE CADRECLA
                 MOVE "*** ARQUIVO CADRECLA FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECLA" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADRECLA
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASMED
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMED.
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.
      ***** PRAZO DE RESPOSTA EM DIAS CORRIDOS (PARAMETRO OUVPRAZO)
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE "OUVPRAZO" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00"
                 IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                    AND VALORPAR < 181
                    MOVE VALORPAR TO W-OUVPRAZO
                    CLOSE CADPARAM
                 ELSE
                    CLOSE CADPARAM
              ELSE
                 CLOSE CADPARAM.
           PERFORM LER-OPER THRU LER-OPER-FIM.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO REGRECLA
           MOVE ZEROS TO PROTRC CPFRC DATARC CRMRC UNIDRC OPERENVRC
                         RESPRC PRAZORC DATANRC DATARRC DATAFRC
                         OPERABRC
           MOVE SPACES TO TXTNOMEP TXTNOMEM TXTUNID TXTNOMEOE
                          TXTNOMERS W-NOVASIT
           MOVE ZEROS TO W-PROTF W-PRZED
           DISPLAY TELAOUV.

       R2.
           ACCEPT TPROTF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-PROTF = 0
              GO TO R3.
           MOVE W-PROTF TO PROTRC
           READ CADRECLA
           IF ST-ERRO NOT = "00"
              MOVE "*** PROTOCOLO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           PERFORM MOSTRA THRU MOSTRA-FIM
           GO TO S1.

      ***** NOVA RECLAMACAO ******************************************
       R3.
           ACCEPT TCPFRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CPFRC = 0
              MOVE "*** DIGITE O CPF DO RECLAMANTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE CPFRC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE NOME TO TXTNOMEP
           DISPLAY TTXTNOMEP
           IF CANALRC = SPACES
              MOVE "T" TO CANALRC.

       R4.
           ACCEPT TCANALRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CANALRC NOT = "T" AND CANALRC NOT = "B"
              AND CANALRC NOT = "N" AND CANALRC NOT = "E"
              AND CANALRC NOT = "O"
              MOVE "*** CANAL DEVE SER T, B, N, E OU O ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TCATEGRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CATEGRC NOT = "A" AND CATEGRC NOT = "E"
              AND CATEGRC NOT = "M" AND CATEGRC NOT = "F"
              AND CATEGRC NOT = "I" AND CATEGRC NOT = "O"
              MOVE "*** CATEGORIA DEVE SER A, E, M, F, I OU O ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       R6.
           ACCEPT TCRMRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE SPACES TO TXTNOMEM
           IF CRMRC NOT = 0 AND W-HASMED = 1
              MOVE CRMRC TO CRM
              READ CADMED
              IF ST-ERRO NOT = "00"
                 MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R6
              ELSE
                 MOVE NOMEM TO TXTNOMEM.
           DISPLAY TTXTNOMEM.

       R7.
           ACCEPT TUNIDRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE SPACES TO TXTUNID
           IF UNIDRC NOT = 0 AND W-HASUNI = 1
              MOVE UNIDRC TO CODUNID
              READ CADUNID
              IF ST-ERRO NOT = "00"
                 MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R7
              ELSE
                 MOVE DENOMUNID TO TXTUNID.
           DISPLAY TTXTUNID.

       R8.
           ACCEPT TOPERENVRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE SPACES TO TXTNOMEOE
           IF OPERENVRC NOT = 0 AND W-HASOPE = 1
              MOVE OPERENVRC TO CODOPER
              READ CADOPER
              IF ST-ERRO NOT = "00"
                 MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R8
              ELSE
                 MOVE NOMEOPER TO TXTNOMEOE.
           DISPLAY TTXTNOMEOE.

       R9.
           ACCEPT TDESCRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF DESCRC = SPACES
              MOVE "*** DESCREVA A RECLAMACAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9.
           IF RESPRC = 0
              MOVE W-CODOPERAUD TO RESPRC.

       R10.
           ACCEPT TRESPRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF RESPRC = 0
              MOVE "*** INFORME O RESPONSAVEL ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R10.
           PERFORM LER-RESP THRU LER-RESP-FIM
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R10.
           DISPLAY TTXTNOMERS
      ***** PRAZO SUGERIDO: HOJE MAIS O PRAZO DA OUVIDORIA
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF W-PRZED = ZEROS
              MOVE W-HOJE-N TO W-PRAZO
              PERFORM SOMA-PRAZO THRU SOMA-PRAZO-FIM
              MOVE W-PRAZO (7:2) TO W-PRZDIA
              MOVE W-PRAZO (5:2) TO W-PRZMES
              MOVE W-PRAZO (1:4) TO W-PRZANO.

       R11.
           ACCEPT TPRZED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF W-PRZMES < 1 OR W-PRZMES > 12 OR W-PRZDIA < 1
              OR W-PRZDIA > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R11.
           COMPUTE W-PRZSEQ = W-PRZANO * 10000 + W-PRZMES * 100
                            + W-PRZDIA
           IF W-PRZSEQ < W-HOJE-N
              MOVE "*** PRAZO NAO PODE SER NO PASSADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R11.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R11.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                MOVE W-HOJE-N TO DATARC
                MOVE W-PRZSEQ TO PRAZORC
                MOVE "A"      TO SITRC
                MOVE ZEROS    TO DATANRC DATARRC DATAFRC
                MOVE SPACES   TO RESPOSTARC ORIGRC
                MOVE W-CODOPERAUD TO OPERABRC
      ***** O PROTOCOLO E O PROXIMO SEQUENCIAL DO ANO CORRENTE ******
                MOVE REGRECLA TO W-SAVEREC
                MOVE W-HOJEANO TO ANOPRC
                PERFORM PROX-PROTOCOLO THRU PROX-PROTOCOLO-FIM
                MOVE W-SAVEREC TO REGRECLA
                MOVE W-HOJEANO TO ANOPRC
                COMPUTE SEQPRC = W-ULTPROT + 1.

      ***** DOIS BALCOES NO MESMO PROTOCOLO: AVANCA O SEQUENCIAL ****
       INC-WR1.
                WRITE REGRECLA
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "22"
                   ADD 1 TO SEQPRC
                   GO TO INC-WR1.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECLA" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                MOVE "INCLUSAO" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                MOVE SPACES TO MENS
                STRING "*** RECLAMACAO GRAVADA, PROTOCOLO " ANOPRC
                       "/" SEQPRC " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO R1.

      ***** MUDANCA DE SITUACAO DE UMA RECLAMACAO EXISTENTE **********
       S1.
           MOVE SPACES TO W-NOVASIT
           IF SITRC = "F"
              MOVE "*** RECLAMACAO JA ENCERRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           ACCEPT TNOVASIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-NOVASIT = SPACES
              GO TO R1.
           IF W-NOVASIT NOT = "N" AND W-NOVASIT NOT = "R"
              AND W-NOVASIT NOT = "F"
              MOVE "*** SITUACAO DEVE SER N, R OU F ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO S1.
      ***** A SITUACAO SO ANDA PARA FRENTE, E SO SE ENCERRA O QUE ****
      ***** JA FOI RESPONDIDO ****************************************
           IF W-NOVASIT = "N" AND SITRC NOT = "A"
              MOVE "*** RECLAMACAO JA ESTA EM ANALISE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO S1.
           IF W-NOVASIT = "R" AND SITRC = "R"
              MOVE "*** RECLAMACAO JA RESPONDIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO S1.
           IF W-NOVASIT = "F" AND SITRC NOT = "R"
              MOVE "*** SO SE ENCERRA RECLAMACAO RESPONDIDA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO S1.
           IF W-NOVASIT = "N"
              GO TO S2.
           IF W-NOVASIT = "R"
              GO TO S3.
           GO TO ALT-OPC.

      ***** EM ANALISE: CONFIRMA OU TROCA O RESPONSAVEL ************
       S2.
           IF RESPRC = 0
              MOVE W-CODOPERAUD TO RESPRC.
           ACCEPT TRESPRC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO S1.
           IF RESPRC = 0
              MOVE "*** INFORME O RESPONSAVEL ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO S2.
           PERFORM LER-RESP THRU LER-RESP-FIM
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO S2.
           DISPLAY TTXTNOMERS
           GO TO ALT-OPC.

      ***** RESPONDIDA: A RESPOSTA DADA AO PACIENTE E OBRIGATORIA ****
       S3.
           ACCEPT TRESPOSTARC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO S1.
           IF RESPOSTARC = SPACES
              MOVE "*** REGISTRE A RESPOSTA DADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO S3.

       ALT-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "ALTERAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO S1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
                ACCEPT W-HOJE-N FROM DATE YYYYMMDD
                IF W-NOVASIT = "N"
                   MOVE W-HOJE-N TO DATANRC.
                IF W-NOVASIT = "R"
                   MOVE W-HOJE-N TO DATARRC.
                IF W-NOVASIT = "F"
                   MOVE W-HOJE-N TO DATAFRC.
                MOVE W-NOVASIT TO SITRC.

       ALT-RW1.
                REWRITE REGRECLA
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ALTERACAO DA RECLAMACAO" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                MOVE SPACES TO W-ACAOAUD
                STRING "SITUACAO " W-NOVASIT
                       DELIMITED BY SIZE INTO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                MOVE "*** SITUACAO DA RECLAMACAO ALTERADA ***" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO R1.

      ***** MOSTRA A RECLAMACAO LIDA, COM NOMES E DATAS **************
       MOSTRA.
           MOVE SPACES TO TXTNOMEP TXTNOMEM TXTUNID TXTNOMEOE
           MOVE CPFRC TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME TO TXTNOMEP.
           IF CRMRC NOT = 0 AND W-HASMED = 1
              MOVE CRMRC TO CRM
              READ CADMED
              IF ST-ERRO = "00"
                 MOVE NOMEM TO TXTNOMEM.
           IF UNIDRC NOT = 0 AND W-HASUNI = 1
              MOVE UNIDRC TO CODUNID
              READ CADUNID
              IF ST-ERRO = "00"
                 MOVE DENOMUNID TO TXTUNID.
           IF OPERENVRC NOT = 0 AND W-HASOPE = 1
              MOVE OPERENVRC TO CODOPER
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE NOMEOPER TO TXTNOMEOE.
           PERFORM LER-RESP THRU LER-RESP-FIM
           MOVE PRAZORC (7:2) TO W-PRZDIA
           MOVE PRAZORC (5:2) TO W-PRZMES
           MOVE PRAZORC (1:4) TO W-PRZANO
           MOVE "ABERTA"     TO W-DESCSIT
           IF SITRC = "N"
              MOVE "EM ANALISE" TO W-DESCSIT.
           IF SITRC = "R"
              MOVE "RESPONDIDA" TO W-DESCSIT.
           IF SITRC = "F"
              MOVE "ENCERRADA"  TO W-DESCSIT.
           MOVE DATARC  TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTOUT TO W-DTABE
           MOVE DATANRC TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTOUT TO W-DTANA
           MOVE DATARRC TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTOUT TO W-DTRES
           MOVE DATAFRC TO W-DTIN
           PERFORM FMT-DATA THRU FMT-DATA-FIM
           MOVE W-DTOUT TO W-DTENC
           MOVE SPACES TO W-LINSIT W-LINDAT
           STRING "  SITUACAO: " W-DESCSIT "   ABERTA EM " W-DTABE
                  DELIMITED BY SIZE INTO W-LINSIT
           IF ORIGRC NOT = SPACES
              MOVE "(PESQUISA NPS)" TO W-LINSIT (50:14).
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF SITRC = "A" OR SITRC = "N"
              IF W-HOJE-N > PRAZORC
                 MOVE "PRAZO VENCIDO" TO W-LINSIT (65:13).
           STRING "  EM ANALISE " W-DTANA "  RESPONDIDA " W-DTRES
                  "  ENCERRADA " W-DTENC
                  DELIMITED BY SIZE INTO W-LINDAT
           DISPLAY TELAOUV
           DISPLAY (17, 01) W-LINSIT
           DISPLAY (18, 01) W-LINDAT.
       MOSTRA-FIM.
           EXIT.

      ***** NOME DO RESPONSAVEL (ST-ERRO "00" QUANDO ACHADO) *********
       LER-RESP.
           MOVE SPACES TO TXTNOMERS
           MOVE "00" TO ST-ERRO
           IF RESPRC = 0 OR W-HASOPE = 0
              GO TO LER-RESP-FIM.
           MOVE RESPRC TO CODOPER
           READ CADOPER
           IF ST-ERRO = "00"
              MOVE NOMEOPER TO TXTNOMERS.
       LER-RESP-FIM.
           EXIT.

      ***** AAAAMMDD PARA DD/MM/AAAA (ZERO = BRANCOS) ****************
       FMT-DATA.
           MOVE SPACES TO W-DTOUT
           IF W-DTIN = 0
              GO TO FMT-DATA-FIM.
           STRING W-DTIN (7:2) "/" W-DTIN (5:2) "/" W-DTIN (1:4)
                  DELIMITED BY SIZE INTO W-DTOUT.
       FMT-DATA-FIM.
           EXIT.

      ***** PRAZO DE RESPOSTA: DATA DE ABERTURA (AAAAMMDD EM ********
      ***** W-PRAZO) MAIS W-OUVPRAZO DIAS CORRIDOS ********************
       SOMA-PRAZO.
                MOVE W-PRAZO (1:4) TO W-SANO
                MOVE W-PRAZO (5:2) TO W-SMES
                MOVE W-PRAZO (7:2) TO W-SDIA
                ADD W-OUVPRAZO TO W-SDIA.
       SOMA-PRAZO-MES.
                PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
                IF W-SDIA NOT > W-ULTDIA
                   GO TO SOMA-PRAZO-GRAVA.
                SUBTRACT W-ULTDIA FROM W-SDIA
                ADD 1 TO W-SMES
                IF W-SMES > 12
                   MOVE 1 TO W-SMES
                   ADD 1 TO W-SANO.
                GO TO SOMA-PRAZO-MES.
       SOMA-PRAZO-GRAVA.
                COMPUTE W-PRAZO = W-SANO * 10000 + W-SMES * 100
                                + W-SDIA.
       SOMA-PRAZO-FIM.
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

      ***** ULTIMO PROTOCOLO JA USADO NO ANO DE ANOPRC ***************
       PROX-PROTOCOLO.
                MOVE ANOPRC TO W-PROTANO
                MOVE ZEROS TO W-ULTPROT SEQPRC
                START CADRECLA KEY IS NOT LESS PROTRC INVALID KEY
                   GO TO PROX-PROTOCOLO-FIM.
       PROX-PROTOCOLO-LER.
                READ CADRECLA NEXT
                IF ST-ERRO NOT = "00"
                   GO TO PROX-PROTOCOLO-FIM.
                IF ANOPRC NOT = W-PROTANO
                   GO TO PROX-PROTOCOLO-FIM.
                MOVE SEQPRC TO W-ULTPROT
                GO TO PROX-PROTOCOLO-LER.
       PROX-PROTOCOLO-FIM.
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
                MOVE "SMP074"          TO W-LINHAUD-PROG
                MOVE PROTRC             TO W-LINHAUD-CHAVE
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
           CLOSE CADRECLA CADPACI.
           IF W-HASMED = 1
              CLOSE CADMED.
           IF W-HASUNI = 1
              CLOSE CADUNID.
           IF W-HASOPE = 1
              CLOSE CADOPER.
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
           MOVE SPACES TO W-ARQ-CADRECLA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECLA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECLA
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
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
