       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP087.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * LIVRO DE MANUTENCAO DOS EQUIPAMENTOS MEDICOS:    *
      * PREVENTIVA, CALIBRACAO E CORRETIVA COM ORDEM DE  *
      * SERVICO, EXECUTANTE E CERTIFICADO. MANUTENCAO    *
      * AGENDADA COM SALA FORA DE USO BLOQUEIA A SALA NA *
      * AGENDA (SMP006) NO PERIODO; A CONCLUSAO ATUALIZA *
      * A ULTIMA PREVENTIVA DO EQUIPAMENTO (CADEQUIP)    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALAMN
                                       WITH DUPLICATES.

       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PATRIMEQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN 
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFORN  
                                       WITH DUPLICATES.

       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALA
                    FILE STATUS  IS ST-ERRO.

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
      ***** TIPOMN: P=PREVENTIVA  C=CALIBRACAO  R=CORRETIVA
      ***** SITMN : A=AGENDADA  C=CONCLUIDA  X=CANCELADA
      ***** SALAMN: SALA FORA DE USO NO PERIODO (0 = NAO BLOQUEIA)
      ***** DATAS NO FORMATO AAAAMMDD
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMANUT.
       01 REGMANUT.
          03 KEYMANUT.
             05 PATRIMMN      PIC X(10).
             05 DATAINIMN     PIC 9(08).
          03 DATAFIMMN        PIC 9(08).
          03 TIPOMN           PIC X(01).
          03 OSMN             PIC X(12).
          03 FORNMN           PIC 9(04).
          03 SALAMN           PIC 9(02).
          03 SITMN            PIC X(01).
          03 CERTMN           PIC X(20).
          03 OBSMN            PIC X(40).
          03 DATAMN           PIC 9(08).
          03 OPERMN           PIC 9(04).
      *
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEQUIP.
       01 REGEQUIP.
          03 PATRIMEQ         PIC X(10).
          03 DESCEQ           PIC X(30).
          03 UNIDEQ           PIC 9(02).
          03 SALAEQ           PIC 9(02).
          03 FORNEQ           PIC 9(04).
          03 INTERVEQ         PIC 9(03).
          03 ULTMANEQ         PIC 9(08).
          03 PROCEQ           PIC 9(04) OCCURS 4 TIMES.
          03 SITUACAOEQ       PIC X(01).
          03 DATAEQ           PIC 9(08).
          03 OPEREQ           PIC 9(04).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFORN.
       01 REGFORN.
          03 CODFORN          PIC 9(04).
          03 NOMEFORN         PIC X(30).
          03 CNPJFORN         PIC 9(14).
          03 TELFORN          PIC 9(11).
          03 SITUACAOFO       PIC X(01).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSALA.
       01 REGSALA.
          03 CODSALA          PIC 9(02).
          03 DENOMSALA        PIC X(20).
          03 SITUACAOSA       PIC X(01).
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
       01 W-ARQ-CADMANUT PIC X(64) VALUE
          "CADMANUT.DAT".
       01 W-ARQ-CADEQUIP PIC X(64) VALUE
          "CADEQUIP.DAT".
       01 W-ARQ-CADFORN PIC X(64) VALUE
          "CADFORN.DAT".
       01 W-ARQ-CADSALA PIC X(64) VALUE
          "CADSALA.DAT".
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
       01 W-HASFOR      PIC 9(01) VALUE ZEROS.
       01 W-HASSAL      PIC 9(01) VALUE ZEROS.
       01 W-HASCON      PIC 9(01) VALUE ZEROS.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-DTCHK       PIC 9(08) VALUE ZEROS.
       01 W-DTOK        PIC 9(01) VALUE ZEROS.
       01 W-DTCON       PIC 9(08) VALUE ZEROS.
       01 W-QTDCONS     PIC 9(04) VALUE ZEROS.
       01 W-QTDED       PIC ZZZ9.
       01 W-EQLIB       PIC 9(01) VALUE ZEROS.
       01 W-DESCEQ      PIC X(30) VALUE SPACES.
       01 W-SALAEQ      PIC X(30) VALUE SPACES.
       01 W-NOMEFORN    PIC X(30) VALUE SPACES.
       01 W-NOMESALA    PIC X(20) VALUE SPACES.
       01 W-TXTTIPO     PIC X(10) VALUE SPACES.
       01 W-TXTSIT      PIC X(10) VALUE SPACES.
       01 W-TXTULT      PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMANUT.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** MANUTENCAO DE EQUIPAMENTO".
           05  LINE 02  COLUMN 42
               VALUE  "S MEDICOS *****".
           05  LINE 04  COLUMN 01
               VALUE  "  PATRIMONIO           :".
           05  LINE 05  COLUMN 01
               VALUE  "  LOCAL DO EQUIPAMENTO :".
           05  LINE 06  COLUMN 01
               VALUE  "  ULTIMA PREVENTIVA    :".
           05  LINE 08  COLUMN 01
               VALUE  "  INICIO  (AAAAMMDD)   :".
           05  LINE 09  COLUMN 01
               VALUE  "  TERMINO (AAAAMMDD)   :".
           05  LINE 10  COLUMN 01
               VALUE  "  TIPO (P/C/R)         :".
           05  LINE 10  COLUMN 43
               VALUE  "P=PREVENTIVA C=CALIBRACAO".
           05  LINE 11  COLUMN 43
               VALUE  "R=CORRETIVA".
           05  LINE 11  COLUMN 01
               VALUE  "  ORDEM DE SERVICO     :".
           05  LINE 12  COLUMN 01
               VALUE  "  EXECUTANTE (0=PROPRIA):".
           05  LINE 13  COLUMN 01
               VALUE  "  SALA FORA DE USO     :".
           05  LINE 13  COLUMN 50
               VALUE  "(0=NAO BLOQUEIA)".
           05  LINE 14  COLUMN 01
               VALUE  "  SITUACAO (A/C)       :".
           05  LINE 14  COLUMN 43
               VALUE  "A=AGENDADA C=CONCLUIDA".
           05  LINE 15  COLUMN 01
               VALUE  "  CERTIFICADO / LAUDO  :".
           05  LINE 16  COLUMN 01
               VALUE  "  OBSERVACAO           :".
           05  LINE 18  COLUMN 01
               VALUE  "  O CANCELAMENTO DA MANUTENCAO AGENDADA ".
           05  LINE 18  COLUMN 41
               VALUE  "E FEITO PELA EXCLUSAO".
           05  TPATRIMMN
               LINE 04  COLUMN 26  PIC X(10)
               USING  PATRIMMN
               HIGHLIGHT.
           05  TDESCEQ
               LINE 04  COLUMN 38  PIC X(30)
               USING  W-DESCEQ
               HIGHLIGHT.
           05  TSALAEQ
               LINE 05  COLUMN 26  PIC X(30)
               USING  W-SALAEQ
               HIGHLIGHT.
           05  TTXTULT
               LINE 06  COLUMN 26  PIC X(10)
               USING  W-TXTULT
               HIGHLIGHT.
           05  TDATAINIMN
               LINE 08  COLUMN 26  PIC 9(08)
               USING  DATAINIMN
               HIGHLIGHT.
           05  TDATAFIMMN
               LINE 09  COLUMN 26  PIC 9(08)
               USING  DATAFIMMN
               HIGHLIGHT.
           05  TTIPOMN
               LINE 10  COLUMN 26  PIC X(01)
               USING  TIPOMN
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 10  COLUMN 29  PIC X(10)
               USING  W-TXTTIPO
               HIGHLIGHT.
           05  TOSMN
               LINE 11  COLUMN 26  PIC X(12)
               USING  OSMN
               HIGHLIGHT.
           05  TFORNMN
               LINE 12  COLUMN 27  PIC 9999
               USING  FORNMN
               HIGHLIGHT.
           05  TNOMEFORN
               LINE 12  COLUMN 33  PIC X(30)
               USING  W-NOMEFORN
               HIGHLIGHT.
           05  TSALAMN
               LINE 13  COLUMN 26  PIC 99
               USING  SALAMN
               HIGHLIGHT.
           05  TNOMESALA
               LINE 13  COLUMN 29  PIC X(20)
               USING  W-NOMESALA
               HIGHLIGHT.
           05  TSITMN
               LINE 14  COLUMN 26  PIC X(01)
               USING  SITMN
               HIGHLIGHT.
           05  TTXTSIT
               LINE 14  COLUMN 29  PIC X(10)
               USING  W-TXTSIT
               HIGHLIGHT.
           05  TCERTMN
               LINE 15  COLUMN 26  PIC X(20)
               USING  CERTMN
               HIGHLIGHT.
           05  TOBSMN
               LINE 16  COLUMN 26  PIC X(40)
               USING  OBSMN
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
           OPEN I-O CADMANUT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMANUT
                 CLOSE CADMANUT
                 MOVE "*** ARQUIVO CADMANUT FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMANUT" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN I-O CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM EQUIPAMENTO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADMANUT
              GO TO ROT-FIM2.

      ***** FORNECEDORES, SALAS E CONSULTAS SAO OPCIONAIS ************
       R0B.
           MOVE 1 TO W-HASFOR
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFOR.
           MOVE 1 TO W-HASSAL
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASSAL.
           MOVE 1 TO W-HASCON
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCON.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO PATRIMMN TIPOMN OSMN SITMN CERTMN OBSMN
           MOVE SPACES TO W-DESCEQ W-SALAEQ W-NOMEFORN W-NOMESALA
           MOVE SPACES TO W-TXTTIPO W-TXTSIT W-TXTULT
           MOVE ZEROS TO DATAINIMN DATAFIMMN FORNMN SALAMN
           MOVE ZEROS TO DATAMN OPERMN
           MOVE ZEROS TO W-SEL
           DISPLAY TELAMANUT.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TPATRIMMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PATRIMMN = SPACES
              MOVE "*** DIGITE O NUMERO DE PATRIMONIO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE PATRIMMN TO PATRIMEQ
           READ CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "*** EQUIPAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           PERFORM MOSTRA-EQUIP THRU MOSTRA-EQUIP-FIM.

       R3.
           ACCEPT TDATAINIMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE DATAINIMN TO W-DTCHK
           PERFORM CHK-DATA THRU CHK-DATA-FIM
           IF W-DTOK = 0
              MOVE "*** DATA DE INICIO INVALIDA (AAAAMMDD) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       LER-MANUT.
           READ CADMANUT
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-MANUT.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-MANUT THRU MOSTRA-MANUT-FIM
                IF SITMN = "X"
                   MOVE "*** MANUTENCAO CANCELADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001
                ELSE
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADMANUT" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
      ***** MANUTENCAO NOVA: UM DIA, PELA ASSISTENCIA DO EQUIPAMENTO *
      ***** E SEM TIRAR A SALA DE USO ********************************
                IF SITUACAOEQ = "I"
                   MOVE "*** EQUIPAMENTO BAIXADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R2
                ELSE
                   MOVE DATAINIMN TO DATAFIMMN
                   MOVE "P" TO TIPOMN
                   MOVE "A" TO SITMN
                   MOVE FORNEQ TO FORNMN
                   PERFORM TXT-TIPO THRU TXT-TIPO-FIM
                   PERFORM TXT-SIT THRU TXT-SIT-FIM
                   PERFORM NOME-FORN THRU NOME-FORN-FIM
                   PERFORM NOME-SALA THRU NOME-SALA-FIM.

       R4.
           DISPLAY TELAMANUT
           ACCEPT TDATAFIMMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R1
              ELSE
                   GO TO R3.
           MOVE DATAFIMMN TO W-DTCHK
           PERFORM CHK-DATA THRU CHK-DATA-FIM
           IF W-DTOK = 0
              MOVE "*** DATA DE TERMINO INVALIDA (AAAAMMDD) ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           IF DATAFIMMN < DATAINIMN
              MOVE "*** TERMINO ANTERIOR AO INICIO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TTIPOMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           INSPECT TIPOMN CONVERTING "pcr" TO "PCR"
           PERFORM TXT-TIPO THRU TXT-TIPO-FIM
           IF W-TXTTIPO = SPACES
              MOVE "*** TIPO DEVE SER P, C OU R ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           DISPLAY TTXTTIPO.

       R6.
           ACCEPT TOSMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

       R7.
           ACCEPT TFORNMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF FORNMN NOT = 0
              IF W-HASFOR = 0
                 MOVE "*** SEM CADASTRO DE FORNECEDORES: USE 0 ***"
                                                             TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R7
              ELSE
                 MOVE FORNMN TO CODFORN
                 READ CADFORN
                 IF ST-ERRO NOT = "00"
                    MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                    PERFORM RMensa THRU RMensa-FIM
                    GO TO R7.
           PERFORM NOME-FORN THRU NOME-FORN-FIM
           DISPLAY TNOMEFORN.

       R8.
           ACCEPT TSALAMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF SALAMN NOT = 0
              IF W-HASSAL = 0
                 MOVE "*** SEM CADASTRO DE SALAS: USE 0 ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R8
              ELSE
                 MOVE SALAMN TO CODSALA
                 READ CADSALA
                 IF ST-ERRO NOT = "00"
                    MOVE "*** SALA NAO CADASTRADA ***" TO MENS
                    PERFORM RMensa THRU RMensa-FIM
                    GO TO R8.
           PERFORM NOME-SALA THRU NOME-SALA-FIM
           DISPLAY TNOMESALA.

       R9.
           ACCEPT TSITMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           INSPECT SITMN CONVERTING "ac" TO "AC"
           IF SITMN NOT = "A" AND SITMN NOT = "C"
              MOVE "*** SITUACAO: A=AGENDADA  C=CONCLUIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF SITMN = "C" AND DATAFIMMN > W-HOJE-N
              MOVE "*** CONCLUSAO COM TERMINO NO FUTURO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9.
           PERFORM TXT-SIT THRU TXT-SIT-FIM
           DISPLAY TTXTSIT
      ***** SALA SAINDO DE USO: AVISA AS CONSULTAS JA MARCADAS NELA **
      ***** NO PERIODO, QUE PRECISAM SER REMANEJADAS *****************
           IF SITMN = "A" AND SALAMN NOT = 0
              PERFORM CONTA-CONSU THRU CONTA-CONSU-FIM
              IF W-QTDCONS > 0
                 MOVE W-QTDCONS TO W-QTDED
                 MOVE SPACES TO MENS
                 STRING "*** ATENCAO: " W-QTDED
                        " CONSULTA(S) NA SALA NO PERIODO ***"
                        DELIMITED BY SIZE INTO MENS
                 PERFORM RMensa THRU RMensa-FIM.

      ***** A CALIBRACAO SO SE CONCLUI COM O NUMERO DO CERTIFICADO **
       R10.
           ACCEPT TCERTMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF SITMN = "C" AND TIPOMN = "C" AND CERTMN = SPACES
              MOVE "*** INFORME O CERTIFICADO DA CALIBRACAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R10.

       R11.
           ACCEPT TOBSMN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF W-SEL = 1
              GO TO ALT-OPC.

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
       INC-WR1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                WRITE REGMANUT
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      PERFORM ATUALIZA-EQUIP THRU ATUALIZA-EQUIP-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMANUT"
                                                       TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO ROT-FIM.

      *************** GRUD *********************************
      ***** MANUTENCAO CONCLUIDA OU CANCELADA FICA COMO ESTA: SO A ***
      ***** AGENDADA PODE SER ALTERADA OU CANCELADA ******************
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
                IF SITMN NOT = "A"
                   MOVE "*** SO A MANUTENCAO AGENDADA PODE MUDAR ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "CANCELAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MANUTENCAO NAO CANCELADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
      ***** O CANCELAMENTO E LOGICO: LIBERA A SALA E FICA NO LIVRO ***
       EXC-DL1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                MOVE "X" TO SITMN
                REWRITE REGMANUT
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** MANUTENCAO CANCELADA ***" TO MENS
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
                IF W-ACT = 01 GO TO R11.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                REWRITE REGMANUT
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   PERFORM ATUALIZA-EQUIP THRU ATUALIZA-EQUIP-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADMANUT"  TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** MANUTENCAO CONCLUIDA: PREVENTIVA E CALIBRACAO PASSAM A ***
      ***** CONTAR O INTERVALO DO TERMINO; A CORRETIVA DEVOLVE O *****
      ***** EQUIPAMENTO FORA DE SERVICO AO USO ***********************
       ATUALIZA-EQUIP.
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           IF SITMN NOT = "C"
              GO TO ATUALIZA-EQUIP-MSG.
           MOVE 0 TO W-EQLIB
           MOVE PATRIMMN TO PATRIMEQ.
       ATUALIZA-EQUIP-LER.
           READ CADEQUIP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ATUALIZA-EQUIP-LER.
           IF ST-ERRO NOT = "00"
              GO TO ATUALIZA-EQUIP-MSG.
           IF TIPOMN = "R"
              IF SITUACAOEQ = "F"
                 MOVE "A" TO SITUACAOEQ
                 MOVE 1 TO W-EQLIB
              ELSE
                 GO TO ATUALIZA-EQUIP-MSG.
           IF TIPOMN NOT = "R"
              IF DATAFIMMN > ULTMANEQ
                 MOVE DATAFIMMN TO ULTMANEQ
              ELSE
                 GO TO ATUALIZA-EQUIP-MSG.
           MOVE W-HOJE-N     TO DATAEQ
           MOVE W-CODOPERAUD TO OPEREQ.
       ATUALIZA-EQUIP-RW.
           REWRITE REGEQUIP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ATUALIZA-EQUIP-RW.
           MOVE "*** DADOS GRAVADOS: PREVENTIVA ATUALIZADA ***" TO MENS
           IF W-EQLIB = 1
              MOVE "*** DADOS GRAVADOS: EQUIPAMENTO LIBERADO ***"
                                                             TO MENS.
       ATUALIZA-EQUIP-MSG.
           PERFORM RMensa THRU RMensa-FIM.
       ATUALIZA-EQUIP-FIM.
           EXIT.

      ***** CONSULTAS ATIVAS NA SALA DENTRO DO PERIODO **************
       CONTA-CONSU.
           MOVE ZEROS TO W-QTDCONS
           IF W-HASCON = 0
              GO TO CONTA-CONSU-FIM.
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO CONTA-CONSU-FIM.
       CONTA-CONSU-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CONSU-FIM.
           IF SALACONS NOT = SALAMN
              GO TO CONTA-CONSU-LER.
           IF STATUSCONS = "C" OR "F"
              GO TO CONTA-CONSU-LER.
           COMPUTE W-DTCON = ANOCON1 * 10000 + MESCON1 * 100 + DIACON1
           IF W-DTCON < DATAINIMN OR W-DTCON > DATAFIMMN
              GO TO CONTA-CONSU-LER.
           ADD 1 TO W-QTDCONS
           GO TO CONTA-CONSU-LER.
       CONTA-CONSU-FIM.
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

      ***** EQUIPAMENTO: DESCRICAO, SALA E ULTIMA PREVENTIVA ********
       MOSTRA-EQUIP.
           MOVE DESCEQ TO W-DESCEQ
           MOVE SPACES TO W-SALAEQ
           IF SALAEQ = 0
              STRING "PORTATIL - UNIDADE " UNIDEQ
                     DELIMITED BY SIZE INTO W-SALAEQ
              GO TO MOSTRA-EQUIP-ULT.
           MOVE SPACES TO W-NOMESALA
           IF W-HASSAL = 1
              MOVE SALAEQ TO CODSALA
              READ CADSALA
              IF ST-ERRO = "00"
                 MOVE DENOMSALA TO W-NOMESALA.
           STRING "SALA " SALAEQ " " W-NOMESALA
                  DELIMITED BY SIZE INTO W-SALAEQ.
       MOSTRA-EQUIP-ULT.
           MOVE "NENHUMA" TO W-TXTULT
           IF ULTMANEQ NOT = 0
              MOVE SPACES TO W-TXTULT
              STRING ULTMANEQ (7:2) "/" ULTMANEQ (5:2) "/"
                     ULTMANEQ (1:4)
                     DELIMITED BY SIZE INTO W-TXTULT.
           DISPLAY TDESCEQ TSALAEQ TTXTULT.
       MOSTRA-EQUIP-FIM.
           EXIT.

       MOSTRA-MANUT.
           PERFORM TXT-TIPO THRU TXT-TIPO-FIM
           PERFORM TXT-SIT THRU TXT-SIT-FIM
           PERFORM NOME-FORN THRU NOME-FORN-FIM
           PERFORM NOME-SALA THRU NOME-SALA-FIM
           DISPLAY TELAMANUT.
       MOSTRA-MANUT-FIM.
           EXIT.

       NOME-FORN.
           MOVE "EQUIPE PROPRIA" TO W-NOMEFORN
           IF FORNMN = 0
              GO TO NOME-FORN-FIM.
           MOVE SPACES TO W-NOMEFORN
           IF W-HASFOR = 0
              GO TO NOME-FORN-FIM.
           MOVE FORNMN TO CODFORN
           READ CADFORN
           IF ST-ERRO = "00"
              MOVE NOMEFORN TO W-NOMEFORN.
       NOME-FORN-FIM.
           EXIT.

       NOME-SALA.
           MOVE "NAO BLOQUEIA SALA" TO W-NOMESALA
           IF SALAMN = 0
              GO TO NOME-SALA-FIM.
           MOVE SPACES TO W-NOMESALA
           IF W-HASSAL = 0
              GO TO NOME-SALA-FIM.
           MOVE SALAMN TO CODSALA
           READ CADSALA
           IF ST-ERRO = "00"
              MOVE DENOMSALA TO W-NOMESALA.
       NOME-SALA-FIM.
           EXIT.

       TXT-TIPO.
           MOVE SPACES TO W-TXTTIPO
           IF TIPOMN = "P"
              MOVE "PREVENTIVA" TO W-TXTTIPO.
           IF TIPOMN = "C"
              MOVE "CALIBRACAO" TO W-TXTTIPO.
           IF TIPOMN = "R"
              MOVE "CORRETIVA" TO W-TXTTIPO.
       TXT-TIPO-FIM.
           EXIT.

       TXT-SIT.
           MOVE SPACES TO W-TXTSIT
           IF SITMN = "A"
              MOVE "AGENDADA" TO W-TXTSIT.
           IF SITMN = "C"
              MOVE "CONCLUIDA" TO W-TXTSIT.
           IF SITMN = "X"
              MOVE "CANCELADA" TO W-TXTSIT.
       TXT-SIT-FIM.
           EXIT.

      ***** DATA E OPERADOR DO ULTIMO LANCAMENTO NA MANUTENCAO ******
       MARCA-ALT.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO DATAMN
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE W-CODOPERAUD TO OPERMN.
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
                MOVE "SMP087"          TO W-LINHAUD-PROG
                MOVE KEYMANUT          TO W-LINHAUD-CHAVE
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
           CLOSE CADMANUT CADEQUIP.
           IF W-HASFOR = 1
              CLOSE CADFORN.
           IF W-HASSAL = 1
              CLOSE CADSALA.
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
           MOVE SPACES TO W-ARQ-CADMANUT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMANUT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMANUT
           MOVE SPACES TO W-ARQ-CADEQUIP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEQUIP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEQUIP
           MOVE SPACES TO W-ARQ-CADFORN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFORN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFORN
           MOVE SPACES TO W-ARQ-CADSALA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSALA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSALA
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
