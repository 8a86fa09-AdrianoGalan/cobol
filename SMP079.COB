       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP079.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************
      * SUGESTAO DE REPOSICAO DE ESTOQUE POR UNIDADE:*
      * P = PARAMETROS DO ITEM (FORNECEDOR, PRAZO DE *
      *     ENTREGA, COBERTURA E MULTIPLO DE COMPRA) *
      * R = CALCULO DA SUGESTAO PELO CONSUMO MEDIO   *
      *     DOS ULTIMOS N DIAS, DESCONTANDO O SALDO  *
      *     DA UNIDADE, OS PEDIDOS AINDA NAO         *
      *     RECEBIDOS E O EXCEDENTE DAS OUTRAS       *
      *     UNIDADES; REVISAO NA TELA E GERACAO DOS  *
      *     PEDIDOS EM RASCUNHO POR FORNECEDOR       *
      *     (LISTAGEM EM REPOSTX.TXT)                *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADITREP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITRP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMOVES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTUN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPEDCO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEDIT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFORN
                                       WITH DUPLICATES.

       SELECT CADSESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TERMSES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT REPOSTX ASSIGN TO DISK
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
      ***** PARAMETROS DE REPOSICAO DO ITEM DE ESTOQUE: FORNECEDOR
      ***** PREFERENCIAL, PRAZO DE ENTREGA E DIAS DE COBERTURA DA
      ***** COMPRA (DIAS CORRIDOS) E MULTIPLO DE COMPRA (EMBALAGEM)
       FD CADITREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITREP.
       01 REGITREP.
          03 CODITRP          PIC 9(04).
          03 CODFORNRP        PIC 9(04).
          03 PRAZORP          PIC 9(03).
          03 COBERTRP         PIC 9(03).
          03 MULTRP           PIC 9(05).
          03 SITUACAORP       PIC X(01).
      *
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITEM.
       01 REGITEM.
          03 CODITEM          PIC 9(04).
          03 DENOMITEM        PIC X(30).
          03 UNIDITEM         PIC X(05).
          03 MINESTOQUE       PIC 9(05).
          03 SALDOITEM        PIC 9(06).
          03 SITUACAOIT       PIC X(01).
      *
       FD CADMOVES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMOVES.
       01 REGMOV.
          03 KEYMOV.
             05 CODITMV       PIC 9(04).
             05 DATAMOV.
                07 DIAMOV     PIC 9(02).
                07 MESMOV     PIC 9(02).
                07 ANOMOV     PIC 9(04).
             05 SEQMOV        PIC 9(03).
          03 TIPOMOV          PIC X(01).
          03 QTDMOV           PIC 9(05).
          03 CPFMV            PIC 9(11).
          03 DATACONMV        PIC 9(08).
          03 SEQCONMV         PIC 9(02).
          03 OPERMOV          PIC 9(04).
          03 CUSTOMOV         PIC 9(06)V99.
          03 NUMPEDMV         PIC 9(06).
          03 LOTEMOV          PIC X(10).
          03 VALIDMOV         PIC 9(08).
          03 UNIDMOV          PIC 9(02).
          03 UNIDDEST         PIC 9(02).
      *
       FD CADESTUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTUN.
       01 REGESTUN.
          03 KEYESTUN.
             05 CODITEU       PIC 9(04).
             05 CODUNIEU      PIC 9(02).
          03 SALDOEU          PIC 9(06).
      *
       FD CADPEDCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDCO.
       01 REGPEDCO.
          03 NUMPEDCO         PIC 9(06).
          03 CODFORNPD        PIC 9(04).
          03 DATAPED          PIC 9(08).
          03 STATUSPED        PIC X(01).
      *
       FD CADPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDIT.
       01 REGPEDIT.
          03 KEYPEDIT.
             05 NUMPEDIT      PIC 9(06).
             05 ITEMPD        PIC 9(02).
          03 CODITPD          PIC 9(04).
          03 QTDPED           PIC 9(05).
          03 QTDRECPD         PIC 9(05).
          03 PRECOPD          PIC 9(06)V99.
          03 SITUACAOPI       PIC X(01).
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
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
       FD REPOSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-REPOSTX.
       01 REGREPOSTX        PIC X(100).
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
       01 W-ARQ-CADITREP PIC X(64) VALUE
          "CADITREP.DAT".
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-CADESTUN PIC X(64) VALUE
          "CADESTUN.DAT".
       01 W-ARQ-CADPEDCO PIC X(64) VALUE
          "CADPEDCO.DAT".
       01 W-ARQ-CADPEDIT PIC X(64) VALUE
          "CADPEDIT.DAT".
       01 W-ARQ-CADFORN PIC X(64) VALUE
          "CADFORN.DAT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
          "CADSESSO.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-REPOSTX PIC X(64) VALUE
          "REPOSTX.TXT".
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
       01 W-HASMOV      PIC 9(01) VALUE ZEROS.
       01 W-HASUNI      PIC 9(01) VALUE ZEROS.
       01 W-HASCUN      PIC 9(01) VALUE ZEROS.
       01 W-UNIDSESS    PIC 9(02) VALUE 1.
       01 W-UNID        PIC 9(02) VALUE ZEROS.
       01 W-UNIDM       PIC 9(02) VALUE ZEROS.
       01 W-DENUNID     PIC X(20) VALUE SPACES.
      ***** PADROES DO CADPARAM: REPDIAS (JANELA DE CONSUMO),
      ***** REPPRAZO (PRAZO DE ENTREGA) E REPCOBER (COBERTURA)
       01 W-DEFDIAS     PIC 9(03) VALUE 90.
       01 W-DEFPRAZO    PIC 9(03) VALUE 7.
       01 W-DEFCOBER    PIC 9(03) VALUE 30.
       01 W-NDIAS       PIC 9(03) VALUE ZEROS.
       01 W-CHAVEAUD    PIC X(15) VALUE SPACES.
       01 W-ACHOU       PIC 9(01) VALUE ZEROS.
       01 W-CODIT       PIC 9(04) VALUE ZEROS.
       01 W-FORNSG      PIC 9(04) VALUE ZEROS.
       01 W-PRAZO       PIC 9(03) VALUE ZEROS.
       01 W-COBER       PIC 9(03) VALUE ZEROS.
       01 W-MULT        PIC 9(05) VALUE ZEROS.
       01 W-SITRP       PIC X(01) VALUE SPACES.
       01 W-SERHOJE     PIC 9(08) VALUE ZEROS.
       01 W-SERLIM      PIC 9(08) VALUE ZEROS.
       01 W-SERULT      PIC 9(08) VALUE ZEROS.
       01 W-CONS        PIC 9(07) VALUE ZEROS.
       01 W-DIASC       PIC 9(04) VALUE ZEROS.
       01 W-NEC         PIC 9(07) VALUE ZEROS.
       01 W-DISP        PIC 9(07) VALUE ZEROS.
       01 W-SUG         PIC 9(07) VALUE ZEROS.
       01 W-MQ          PIC 9(07) VALUE ZEROS.
       01 W-MR          PIC 9(05) VALUE ZEROS.
       01 W-SALDO       PIC 9(06) VALUE ZEROS.
       01 W-TRF         PIC 9(06) VALUE ZEROS.
       01 W-ABQ         PIC 9(06) VALUE ZEROS.
       01 W-TEMEU       PIC 9(01) VALUE ZEROS.
       01 W-ULTCUS      PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD         PIC 9(05) VALUE ZEROS.
       01 W-PRECO       PIC 9(06)V99 VALUE ZEROS.
       01 W-CHEIO       PIC 9(01) VALUE ZEROS.
       01 W-PEDLIDO     PIC 9(06) VALUE ZEROS.
       01 W-PEDVALE     PIC 9(01) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-FORNPED     PIC 9(04) VALUE ZEROS.
       01 W-ITEMNUM     PIC 9(02) VALUE ZEROS.
       01 W-QTDPO       PIC 9(03) VALUE ZEROS.
       01 W-QTDOK       PIC 9(03) VALUE ZEROS.
       01 W-QTDSF       PIC 9(03) VALUE ZEROS.
       01 W-VALPED      PIC 9(08)V99 VALUE ZEROS.
       01 W-I           PIC 9(03) VALUE ZEROS.
       01 W-J           PIC 9(03) VALUE ZEROS.
       01 W-K           PIC 9(03) VALUE ZEROS.
       01 W-PAGINI      PIC 9(03) VALUE ZEROS.
       01 W-PAGFIM      PIC 9(03) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-BRANCO      PIC X(79) VALUE SPACES.
       01 W-MED-E       PIC ZZZ9,99.
       01 W-QT6-E       PIC ZZZZZ9.
       01 W-QT5-E       PIC ZZZZ9.
       01 W-PRC-E       PIC ZZZ.ZZ9,99.
       01 W-VAL-E       PIC ZZ.ZZZ.ZZ9,99.
       01 W-DATA-E      PIC 99/99/9999.
      ***** QUANTIDADE AINDA NAO RECEBIDA DOS PEDIDOS EM ABERTO,
      ***** PARCIAIS E EM RASCUNHO, POR ITEM
       01 W-QTDAB       PIC 9(03) VALUE ZEROS.
       01 TABABER.
          03 W-AB OCCURS 300 TIMES.
             05 W-ABCOD     PIC 9(04).
             05 W-ABQTD     PIC 9(06).
      ***** SUGESTAO EM REVISAO NA TELA
       01 W-QTDSG       PIC 9(03) VALUE ZEROS.
       01 TABSUG.
          03 W-SG OCCURS 200 TIMES.
             05 W-SGCOD     PIC 9(04).
             05 W-SGDEN     PIC X(18).
             05 W-SGMED     PIC 9(04)V99.
             05 W-SGSAL     PIC 9(06).
             05 W-SGPED     PIC 9(06).
             05 W-SGTRF     PIC 9(06).
             05 W-SGQTD     PIC 9(05).
             05 W-SGFOR     PIC 9(04).
             05 W-SGPRC     PIC 9(06)V99.
             05 W-SGFEI     PIC X(01).
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
       01 W-HOJEDMA.
          03 W-HJDIA    PIC 9(02).
          03 W-HJMES    PIC 9(02).
          03 W-HJANO    PIC 9(04).
       01 W-HOJEDMA-N  REDEFINES W-HOJEDMA PIC 9(08).
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
       01  TELAREP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "     ***** SUGESTAO DE REPOSICAO DE EST".
           05  LINE 02  COLUMN 40
               VALUE  "OQUE *****".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

      ********** ABRE OU CRIA ARQUIVOS *************************
       R0.
           OPEN I-O CADITREP
           IF ST-ERRO = "30"
              OPEN OUTPUT CADITREP
              CLOSE CADITREP
              OPEN I-O CADITREP.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADITREP" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADITEM NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADITREP
              GO TO ROT-FIM2.
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRE FORNECEDORES NO SMP049 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADITREP CADITEM
              GO TO ROT-FIM2.
           OPEN I-O CADPEDCO
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPEDCO
              CLOSE CADPEDCO
              OPEN I-O CADPEDCO.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDCO" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADITREP CADITEM CADFORN
              GO TO ROT-FIM2.
           OPEN I-O CADPEDIT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPEDIT
              CLOSE CADPEDIT
              OPEN I-O CADPEDIT.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDIT" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADITREP CADITEM CADFORN CADPEDCO
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASMOV
           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMOV.
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADESTUN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           MOVE 1 TO W-HASCUN
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCUN.

      ***** JANELA DE CONSUMO, PRAZO E COBERTURA PADRAO *************
       R0A.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO R0UNI2.
           MOVE "REPDIAS" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              AND VALORPAR > 0 AND VALORPAR < 366
              MOVE VALORPAR TO W-DEFDIAS.
           MOVE "REPPRAZO" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              AND VALORPAR < 1000
              MOVE VALORPAR TO W-DEFPRAZO.
           MOVE "REPCOBER" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              AND VALORPAR > 0 AND VALORPAR < 1000
              MOVE VALORPAR TO W-DEFCOBER.
           CLOSE CADPARAM.

      ***** UNIDADE (FILIAL) DA SESSAO DESTE TERMINAL ***************
       R0UNI2.
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

       R1.
           DISPLAY TELAREP.

       ACAO.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01)
           "P=PARAMETROS DO ITEM  R=REPOSICAO DA UNIDADE  S=SAIR"
           ACCEPT (22, 54) W-OPCAO
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           IF W-OPCAO = "P" OR "p"
              GO TO PAR-ITEM.
           IF W-OPCAO = "R" OR "r"
              GO TO REP-UNID.
           GO TO ACAO.

      ***** PARAMETROS DE REPOSICAO DO ITEM *************************
       PAR-ITEM.
           DISPLAY (22, 01) LIMPA
           MOVE ZEROS TO W-CODIT
           DISPLAY (05, 01) "ITEM: "
           ACCEPT  (05, 07) W-CODIT
           IF W-CODIT = 0
              GO TO LIMPA-TELA.
           MOVE W-CODIT TO CODITEM
           READ CADITEM
           IF ST-ERRO NOT = "00"
              MOVE "*** ITEM NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAR-ITEM.
           DISPLAY (05, 13) DENOMITEM
           DISPLAY (05, 45) "ESTOQUE MINIMO: " MINESTOQUE
           MOVE W-CODIT TO CODITRP
           READ CADITREP
           IF ST-ERRO = "00"
              MOVE 1 TO W-ACHOU
              MOVE CODFORNRP  TO W-FORNSG
              MOVE PRAZORP    TO W-PRAZO
              MOVE COBERTRP   TO W-COBER
              MOVE MULTRP     TO W-MULT
              MOVE SITUACAORP TO W-SITRP
           ELSE
              MOVE 0 TO W-ACHOU
              MOVE ZEROS      TO W-FORNSG
              MOVE W-DEFPRAZO TO W-PRAZO
              MOVE W-DEFCOBER TO W-COBER
              MOVE 1          TO W-MULT
              MOVE "A"        TO W-SITRP.
       PAR-FORN.
           DISPLAY (07, 01) "FORNECEDOR PREFERENCIAL: "
           ACCEPT  (07, 26) W-FORNSG WITH UPDATE
           DISPLAY (07, 32) W-BRANCO (1:40)
           IF W-FORNSG = 0
              GO TO PAR-PRAZO.
           MOVE W-FORNSG TO CODFORN
           READ CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAR-FORN.
           IF SITUACAOFO = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAR-FORN.
           DISPLAY (07, 32) NOMEFORN.
       PAR-PRAZO.
           DISPLAY (08, 01) "PRAZO DE ENTREGA (DIAS): "
           ACCEPT  (08, 26) W-PRAZO WITH UPDATE.
       PAR-COBER.
           DISPLAY (09, 01) "COBERTURA DA COMPRA (DIAS): "
           ACCEPT  (09, 29) W-COBER WITH UPDATE
           IF W-COBER = 0
              MOVE "*** DIGITE OS DIAS DE COBERTURA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAR-COBER.
       PAR-MULT.
           DISPLAY (10, 01) "MULTIPLO DE COMPRA (EMBALAGEM): "
           ACCEPT  (10, 33) W-MULT WITH UPDATE
           IF W-MULT = 0
              MOVE 1 TO W-MULT.
       PAR-SIT.
           DISPLAY (11, 01) "SITUACAO (A=REPOE I=FORA DA REPOSICAO): "
           ACCEPT  (11, 42) W-SITRP WITH UPDATE
           IF W-SITRP = "a" MOVE "A" TO W-SITRP.
           IF W-SITRP = "i" MOVE "I" TO W-SITRP.
           IF W-SITRP NOT = "A" AND W-SITRP NOT = "I"
              MOVE "*** DIGITE A OU I ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAR-SIT.
       PAR-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PAR-CONF.
           MOVE W-CODIT  TO CODITRP
           MOVE W-FORNSG TO CODFORNRP
           MOVE W-PRAZO  TO PRAZORP
           MOVE W-COBER  TO COBERTRP
           MOVE W-MULT   TO MULTRP
           MOVE W-SITRP  TO SITUACAORP
           MOVE SPACES   TO W-CHAVEAUD
           MOVE W-CODIT  TO W-CHAVEAUD
           IF W-ACHOU = 1
              GO TO PAR-RW.
       PAR-WR.
           WRITE REGITREP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PAR-WR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO OS PARAMETROS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE "INCLUSAO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "*** PARAMETROS DO ITEM GRAVADOS ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.
       PAR-RW.
           REWRITE REGITREP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PAR-RW.
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO ALTERANDO OS PARAMETROS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE "ALTERACAO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "*** PARAMETROS DO ITEM ALTERADOS ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** CALCULO DA SUGESTAO DE REPOSICAO DA UNIDADE *************
       REP-UNID.
           DISPLAY (22, 01) LIMPA
           MOVE W-UNIDSESS TO W-UNID
           DISPLAY (05, 01) "UNIDADE: "
           ACCEPT  (05, 10) W-UNID WITH UPDATE
           IF W-UNID = 0
              GO TO LIMPA-TELA.
           MOVE SPACES TO W-DENUNID
           IF W-HASCUN = 1
              MOVE W-UNID TO CODUNID
              READ CADUNID
              IF ST-ERRO NOT = "00"
                 MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO REP-UNID
              ELSE
                 MOVE DENOMUNID TO W-DENUNID.
           DISPLAY (05, 13) W-DENUNID.
       REP-DIAS.
           MOVE W-DEFDIAS TO W-NDIAS
           DISPLAY (06, 01) "CONSUMO DOS ULTIMOS (DIAS): "
           ACCEPT  (06, 29) W-NDIAS WITH UPDATE
           IF W-NDIAS = 0
              MOVE "*** DIGITE A QUANTIDADE DE DIAS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO REP-DIAS.
           DISPLAY (08, 01) "*** CALCULANDO A SUGESTAO, AGUARDE ***"
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DSDIA
           MOVE W-HOJEMES TO W-DSMES
           MOVE W-HOJEANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-SERHOJE
           COMPUTE W-SERLIM = W-SERHOJE - W-NDIAS
           PERFORM SOMA-ABERTO THRU SOMA-ABERTO-FIM
           MOVE ZEROS TO W-QTDSG W-CHEIO
           MOVE ZEROS TO CODITEM
           START CADITEM KEY IS NOT LESS CODITEM INVALID KEY
              GO TO REP-MOSTRA.
       REP-ITEM.
           READ CADITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO REP-MOSTRA.
           IF SITUACAOIT = "I"
              GO TO REP-ITEM.
           MOVE CODITEM TO CODITRP
           READ CADITREP
           IF ST-ERRO = "00"
              IF SITUACAORP = "I"
                 GO TO REP-ITEM
              ELSE
                 MOVE CODFORNRP TO W-FORNSG
                 MOVE PRAZORP   TO W-PRAZO
                 MOVE COBERTRP  TO W-COBER
                 MOVE MULTRP    TO W-MULT
           ELSE
              MOVE ZEROS      TO W-FORNSG
              MOVE W-DEFPRAZO TO W-PRAZO
              MOVE W-DEFCOBER TO W-COBER
              MOVE 1          TO W-MULT.
           PERFORM CALC-CONSUMO THRU CALC-CONSUMO-FIM
           IF W-CONS = 0 AND MINESTOQUE = 0
              GO TO REP-ITEM.
           PERFORM CALC-SALDOS THRU CALC-SALDOS-FIM
           PERFORM ACHA-ABERTO THRU ACHA-ABERTO-FIM
      ***** NECESSIDADE = CONSUMO MEDIO X (PRAZO + COBERTURA), ******
      ***** ARREDONDADO PARA CIMA, MAIS O ESTOQUE MINIMO ************
           COMPUTE W-DIASC = W-PRAZO + W-COBER
           COMPUTE W-NEC = (W-CONS * W-DIASC + W-NDIAS - 1) / W-NDIAS
           ADD MINESTOQUE TO W-NEC
           COMPUTE W-DISP = W-SALDO + W-ABQ + W-TRF
           IF W-NEC NOT > W-DISP
              GO TO REP-ITEM.
           COMPUTE W-SUG = W-NEC - W-DISP
           IF W-MULT > 1
              DIVIDE W-SUG BY W-MULT GIVING W-MQ REMAINDER W-MR
              IF W-MR > 0
                 COMPUTE W-SUG = (W-MQ + 1) * W-MULT.
           IF W-SUG > 99999
              MOVE 99999 TO W-SUG.
           IF W-QTDSG = 200
              MOVE 1 TO W-CHEIO
              GO TO REP-MOSTRA.
           ADD 1 TO W-QTDSG
           MOVE CODITEM   TO W-SGCOD (W-QTDSG)
           MOVE DENOMITEM TO W-SGDEN (W-QTDSG)
           COMPUTE W-SGMED (W-QTDSG) ROUNDED = W-CONS / W-NDIAS
           MOVE W-SALDO   TO W-SGSAL (W-QTDSG)
           MOVE W-ABQ     TO W-SGPED (W-QTDSG)
           MOVE W-TRF     TO W-SGTRF (W-QTDSG)
           MOVE W-SUG     TO W-SGQTD (W-QTDSG)
           MOVE W-FORNSG  TO W-SGFOR (W-QTDSG)
           MOVE W-ULTCUS  TO W-SGPRC (W-QTDSG)
           MOVE "N"       TO W-SGFEI (W-QTDSG)
           GO TO REP-ITEM.

       REP-MOSTRA.
           IF W-QTDSG = 0
              MOVE "*** NENHUM ITEM PRECISA DE REPOSICAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF W-CHEIO = 1
              MOVE "*** SUGESTAO LIMITADA A 200 ITENS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           MOVE 1 TO W-PAGINI.

      ***** REVISAO DA SUGESTAO, 10 ITENS POR PAGINA ****************
       REV-TELA.
           DISPLAY TELAREP
           DISPLAY (03, 01) "UNIDADE " W-UNID " " W-DENUNID
                   "  CONSUMO DOS ULTIMOS " W-NDIAS " DIAS"
           DISPLAY (05, 01) "ITEM"
           DISPLAY (05, 06) "DESCRICAO"
           DISPLAY (05, 25) "MED/DIA"
           DISPLAY (05, 33) " SALDO"
           DISPLAY (05, 40) "PEDIDO"
           DISPLAY (05, 47) "OUTRAS"
           DISPLAY (05, 54) "SUGER"
           DISPLAY (05, 60) "FORN"
           DISPLAY (05, 65) "     PRECO"
           PERFORM MOSTRA-PAG THRU MOSTRA-PAG-FIM.
       REV-ACAO.
           DISPLAY (22, 01) W-BRANCO
           DISPLAY (23, 01) W-BRANCO
           DISPLAY (22, 01)
           "E=EDITAR  +=PROXIMA  -=ANTERIOR  A=APROVAR  X=DESCARTAR"
           ACCEPT (22, 58) W-OPCAO
           IF W-OPCAO = "E" OR "e"
              GO TO REV-EDITA.
           IF W-OPCAO = "A" OR "a"
              GO TO APROVA.
           IF W-OPCAO = "+"
              IF W-PAGINI + 10 NOT > W-QTDSG
                 ADD 10 TO W-PAGINI
                 GO TO REV-TELA
              ELSE
                 GO TO REV-ACAO.
           IF W-OPCAO = "-"
              IF W-PAGINI > 10
                 SUBTRACT 10 FROM W-PAGINI
                 GO TO REV-TELA
              ELSE
                 GO TO REV-ACAO.
           IF W-OPCAO = "X" OR "x"
              MOVE "N" TO W-OPCAO
              DISPLAY (23, 30) "DESCARTA A SUGESTAO (S/N) : "
              ACCEPT (23, 58) W-OPCAO WITH UPDATE
              IF W-OPCAO = "S" OR "s"
                 GO TO LIMPA-TELA.
           GO TO REV-ACAO.

      ***** ALTERA QUANTIDADE, FORNECEDOR E PRECO DE UM ITEM ********
      ***** (QUANTIDADE ZERO TIRA O ITEM DOS PEDIDOS) ***************
       REV-EDITA.
           MOVE ZEROS TO W-CODIT
           DISPLAY (23, 01) "ITEM A EDITAR: "
           ACCEPT  (23, 16) W-CODIT
           IF W-CODIT = 0
              GO TO REV-ACAO.
           MOVE 1 TO W-J.
       REV-ACHA.
           IF W-J > W-QTDSG
              MOVE "*** ITEM NAO ESTA NA SUGESTAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO REV-ACAO.
           IF W-SGCOD (W-J) NOT = W-CODIT
              ADD 1 TO W-J
              GO TO REV-ACHA.
           IF W-J < W-PAGINI OR W-J > W-PAGINI + 9
              COMPUTE W-K = (W-J - 1) / 10
              COMPUTE W-PAGINI = W-K * 10 + 1
              PERFORM MOSTRA-PAG THRU MOSTRA-PAG-FIM.
           COMPUTE W-LIN = 6 + W-J - W-PAGINI.
       REV-QTD.
           MOVE W-SGQTD (W-J) TO W-QTD
           ACCEPT (W-LIN, 54) W-QTD WITH UPDATE
           MOVE W-QTD TO W-SGQTD (W-J).
       REV-FORN.
           MOVE W-SGFOR (W-J) TO W-FORNSG
           ACCEPT (W-LIN, 60) W-FORNSG WITH UPDATE
           IF W-FORNSG NOT = 0
              MOVE W-FORNSG TO CODFORN
              READ CADFORN
              IF ST-ERRO NOT = "00"
                 MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO REV-FORN
              ELSE
                 IF SITUACAOFO = "I"
                    MOVE "*** FORNECEDOR INATIVO ***" TO MENS
                    PERFORM RMensa THRU RMensa-FIM
                    GO TO REV-FORN.
           MOVE W-FORNSG TO W-SGFOR (W-J).
       REV-PRECO.
           MOVE W-SGPRC (W-J) TO W-PRECO
           ACCEPT (W-LIN, 65) W-PRECO WITH UPDATE
           MOVE W-PRECO TO W-SGPRC (W-J)
           MOVE W-J TO W-I
           PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
           GO TO REV-ACAO.

      ***** APROVACAO: UM PEDIDO EM RASCUNHO POR FORNECEDOR *********
       APROVA.
           MOVE ZEROS TO W-QTDOK W-QTDSF
           MOVE 1 TO W-I.
       APROVA-CONTA.
           IF W-I > W-QTDSG
              GO TO APROVA-CONF.
           IF W-SGQTD (W-I) > 0
              IF W-SGFOR (W-I) > 0
                 ADD 1 TO W-QTDOK
              ELSE
                 ADD 1 TO W-QTDSF.
           ADD 1 TO W-I
           GO TO APROVA-CONTA.
       APROVA-CONF.
           IF W-QTDOK = 0
              MOVE "*** NENHUM ITEM COM QUANTIDADE E FORNECEDOR ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO REV-ACAO.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 01) W-BRANCO
           DISPLAY (23, 20) "GERA OS PEDIDOS EM RASCUNHO (S/N) : "
           ACCEPT (23, 56) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO REV-ACAO.
           OPEN OUTPUT REPOSTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REPOSTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO REV-ACAO.
           MOVE W-HOJEDMA-N TO W-DATA-E
           MOVE SPACES TO REGREPOSTX
           STRING "REPOSICAO DE ESTOQUE - UNIDADE " W-UNID " "
                  W-DENUNID "  EM " W-DATA-E
                  DELIMITED BY SIZE INTO REGREPOSTX
           WRITE REGREPOSTX
           MOVE SPACES TO REGREPOSTX
           STRING "CONSUMO MEDIO DOS ULTIMOS " W-NDIAS " DIAS; "
                  "PEDIDOS GERADOS EM RASCUNHO (EMITIR NO SMP050)"
                  DELIMITED BY SIZE INTO REGREPOSTX
           WRITE REGREPOSTX
           MOVE ALL "-" TO REGREPOSTX
           WRITE REGREPOSTX
           PERFORM ACHA-NUMPED THRU ACHA-NUMPED-FIM
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-HJDIA
           MOVE W-HOJEMES TO W-HJMES
           MOVE W-HOJEANO TO W-HJANO
           MOVE ZEROS TO W-QTDPO
           MOVE 1 TO W-I.
       APR-PROCURA.
           IF W-I > W-QTDSG
              GO TO APR-SEMFORN.
           IF W-SGFEI (W-I) = "S" OR W-SGQTD (W-I) = 0
              OR W-SGFOR (W-I) = 0
              ADD 1 TO W-I
              GO TO APR-PROCURA.
           MOVE W-SGFOR (W-I) TO W-FORNPED.
       APR-CAB.
           ADD 1 TO W-NUMPED
           MOVE W-NUMPED  TO NUMPEDCO
           MOVE W-FORNPED TO CODFORNPD
           MOVE W-HOJEDMA TO DATAPED
           MOVE "R"       TO STATUSPED.
       APR-CAB-WR.
           WRITE REGPEDCO
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO APR-CAB-WR.
           IF ST-ERRO = "22"
              GO TO APR-CAB.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO O PEDIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO APR-FIM.
           MOVE W-FORNPED TO CODFORN
           MOVE SPACES TO NOMEFORN
           READ CADFORN
           MOVE SPACES TO REGREPOSTX
           WRITE REGREPOSTX
           MOVE SPACES TO REGREPOSTX
           STRING "PEDIDO " W-NUMPED "  FORNECEDOR " W-FORNPED " "
                  NOMEFORN
                  DELIMITED BY SIZE INTO REGREPOSTX
           WRITE REGREPOSTX
           MOVE ZEROS TO W-ITEMNUM W-VALPED
           MOVE W-I TO W-J.
       APR-ITEM.
           IF W-J > W-QTDSG OR W-ITEMNUM = 99
              GO TO APR-FECHA.
           IF W-SGFEI (W-J) = "S" OR W-SGQTD (W-J) = 0
              OR W-SGFOR (W-J) NOT = W-FORNPED
              ADD 1 TO W-J
              GO TO APR-ITEM.
           ADD 1 TO W-ITEMNUM
           MOVE W-NUMPED      TO NUMPEDIT
           MOVE W-ITEMNUM     TO ITEMPD
           MOVE W-SGCOD (W-J) TO CODITPD
           MOVE W-SGQTD (W-J) TO QTDPED
           MOVE ZEROS         TO QTDRECPD
           MOVE W-SGPRC (W-J) TO PRECOPD
           MOVE "A"           TO SITUACAOPI.
       APR-ITEM-WR.
           WRITE REGPEDIT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO APR-ITEM-WR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO O ITEM DO PEDIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           MOVE "S" TO W-SGFEI (W-J)
           COMPUTE W-VALPED ROUNDED = W-VALPED
                                    + W-SGQTD (W-J) * W-SGPRC (W-J)
           MOVE W-SGQTD (W-J) TO W-QT5-E
           MOVE W-SGPRC (W-J) TO W-PRC-E
           MOVE SPACES TO REGREPOSTX
           STRING "   " W-ITEMNUM "  ITEM " W-SGCOD (W-J) " "
                  W-SGDEN (W-J) "  QTDE " W-QT5-E
                  "  PRECO " W-PRC-E
                  DELIMITED BY SIZE INTO REGREPOSTX
           WRITE REGREPOSTX
           ADD 1 TO W-J
           GO TO APR-ITEM.
       APR-FECHA.
           MOVE W-VALPED TO W-VAL-E
           MOVE SPACES TO REGREPOSTX
           STRING "   TOTAL ESTIMADO DO PEDIDO: " W-VAL-E
                  DELIMITED BY SIZE INTO REGREPOSTX
           WRITE REGREPOSTX
           ADD 1 TO W-QTDPO
           MOVE SPACES   TO W-CHAVEAUD
           MOVE W-NUMPED TO W-CHAVEAUD
           MOVE "RASCUNHO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           GO TO APR-PROCURA.

      ***** ITENS SUGERIDOS QUE FICARAM SEM FORNECEDOR **************
       APR-SEMFORN.
           IF W-QTDSF = 0
              GO TO APR-FIM.
           MOVE SPACES TO REGREPOSTX
           WRITE REGREPOSTX
           MOVE SPACES TO REGREPOSTX
           STRING "ITENS SEM FORNECEDOR (NAO PEDIDOS)"
                  DELIMITED BY SIZE INTO REGREPOSTX
           WRITE REGREPOSTX
           MOVE 1 TO W-I.
       APR-SEMFORN-IT.
           IF W-I > W-QTDSG
              GO TO APR-FIM.
           IF W-SGQTD (W-I) > 0 AND W-SGFOR (W-I) = 0
              MOVE W-SGQTD (W-I) TO W-QT5-E
              MOVE SPACES TO REGREPOSTX
              STRING "   ITEM " W-SGCOD (W-I) " " W-SGDEN (W-I)
                     "  QTDE SUGERIDA " W-QT5-E
                     DELIMITED BY SIZE INTO REGREPOSTX
              WRITE REGREPOSTX.
           ADD 1 TO W-I
           GO TO APR-SEMFORN-IT.
       APR-FIM.
           MOVE SPACES TO REGREPOSTX
           WRITE REGREPOSTX
           MOVE SPACES TO REGREPOSTX
           STRING "PEDIDOS EM RASCUNHO GERADOS: " W-QTDPO
                  "   ITENS SEM FORNECEDOR: " W-QTDSF
                  DELIMITED BY SIZE INTO REGREPOSTX
           WRITE REGREPOSTX
           CLOSE REPOSTX
           MOVE "*** PEDIDOS EM RASCUNHO GERADOS, VEJA REPOSTX ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** MOSTRA A PAGINA CORRENTE DA SUGESTAO (LINHAS 6 A 15) ****
       MOSTRA-PAG.
           MOVE 6 TO W-LIN.
       MOSTRA-PAG-LIMPA.
           IF W-LIN > 15
              GO TO MOSTRA-PAG-IT.
           DISPLAY (W-LIN, 01) W-BRANCO
           ADD 1 TO W-LIN
           GO TO MOSTRA-PAG-LIMPA.
       MOSTRA-PAG-IT.
           COMPUTE W-PAGFIM = W-PAGINI + 9
           IF W-PAGFIM > W-QTDSG
              MOVE W-QTDSG TO W-PAGFIM.
           MOVE W-PAGINI TO W-I.
       MOSTRA-PAG-LOOP.
           IF W-I > W-PAGFIM
              GO TO MOSTRA-PAG-RODAPE.
           PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
           ADD 1 TO W-I
           GO TO MOSTRA-PAG-LOOP.
       MOSTRA-PAG-RODAPE.
           DISPLAY (17, 01) W-BRANCO
           DISPLAY (17, 01) "ITENS " W-PAGINI " A " W-PAGFIM
                   " DE " W-QTDSG
                   "   (PEDIDO = COMPRADO AINDA NAO RECEBIDO;"
           DISPLAY (18, 01) W-BRANCO
           DISPLAY (18, 13)
                   "OUTRAS = EXCEDENTE DAS OUTRAS UNIDADES)".
       MOSTRA-PAG-FIM.
           EXIT.

       MOSTRA-LINHA.
           COMPUTE W-LIN = 6 + W-I - W-PAGINI
           DISPLAY (W-LIN, 01) W-SGCOD (W-I)
           DISPLAY (W-LIN, 06) W-SGDEN (W-I)
           MOVE W-SGMED (W-I) TO W-MED-E
           DISPLAY (W-LIN, 25) W-MED-E
           MOVE W-SGSAL (W-I) TO W-QT6-E
           DISPLAY (W-LIN, 33) W-QT6-E
           MOVE W-SGPED (W-I) TO W-QT6-E
           DISPLAY (W-LIN, 40) W-QT6-E
           MOVE W-SGTRF (W-I) TO W-QT6-E
           DISPLAY (W-LIN, 47) W-QT6-E
           MOVE W-SGQTD (W-I) TO W-QT5-E
           DISPLAY (W-LIN, 54) W-QT5-E
           DISPLAY (W-LIN, 60) W-SGFOR (W-I)
           MOVE W-SGPRC (W-I) TO W-PRC-E
           DISPLAY (W-LIN, 65) W-PRC-E.
       MOSTRA-LINHA-FIM.
           EXIT.

      ***** CONSUMO (SAIDAS) DO ITEM NA UNIDADE NOS ULTIMOS N DIAS **
      ***** E CUSTO DA ULTIMA ENTRADA, PARA SUGERIR O PRECO *********
       CALC-CONSUMO.
           MOVE ZEROS TO W-CONS W-ULTCUS W-SERULT
           IF W-HASMOV = 0
              GO TO CALC-CONSUMO-FIM.
           MOVE CODITEM TO CODITMV
           MOVE ZEROS   TO DATAMOV SEQMOV
           START CADMOVES KEY IS NOT LESS KEYMOV INVALID KEY
              GO TO CALC-CONSUMO-FIM.
       CALC-CONSUMO-LER.
           READ CADMOVES NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALC-CONSUMO-FIM.
           IF CODITMV NOT = CODITEM
              GO TO CALC-CONSUMO-FIM.
           MOVE DIAMOV TO W-DSDIA
           MOVE MESMOV TO W-DSMES
           MOVE ANOMOV TO W-DSANO
           IF W-DSMES < 1 OR W-DSMES > 12
              GO TO CALC-CONSUMO-LER.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF TIPOMOV = "E" AND CUSTOMOV > 0
              AND W-DSSER NOT < W-SERULT
              MOVE W-DSSER  TO W-SERULT
              MOVE CUSTOMOV TO W-ULTCUS.
           IF TIPOMOV NOT = "S"
              GO TO CALC-CONSUMO-LER.
      ***** MOVIMENTO ANTERIOR AO CONTROLE POR UNIDADE = UNIDADE 1
           MOVE UNIDMOV TO W-UNIDM
           IF W-UNIDM = 0
              MOVE 1 TO W-UNIDM.
           IF W-UNIDM = W-UNID AND W-DSSER > W-SERLIM
              AND W-DSSER NOT > W-SERHOJE
              ADD QTDMOV TO W-CONS.
           GO TO CALC-CONSUMO-LER.
       CALC-CONSUMO-FIM.
           EXIT.

      ***** SALDO DO ITEM NA UNIDADE E EXCEDENTE (ACIMA DO MINIMO) **
      ***** NAS OUTRAS UNIDADES, QUE PODE SER TRANSFERIDO (SMP037) **
      ***** ITEM SEM SALDO POR UNIDADE USA O SALDO GERAL ************
       CALC-SALDOS.
           MOVE ZEROS TO W-SALDO W-TRF W-TEMEU
           IF W-HASUNI = 0
              GO TO CALC-SALDOS-SEM.
           MOVE CODITEM TO CODITEU
           MOVE ZEROS   TO CODUNIEU
           START CADESTUN KEY IS NOT LESS KEYESTUN INVALID KEY
              GO TO CALC-SALDOS-SEM.
       CALC-SALDOS-LER.
           READ CADESTUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALC-SALDOS-SEM.
           IF CODITEU NOT = CODITEM
              GO TO CALC-SALDOS-SEM.
           MOVE 1 TO W-TEMEU
           IF CODUNIEU = W-UNID
              MOVE SALDOEU TO W-SALDO
           ELSE
              IF SALDOEU > MINESTOQUE
                 COMPUTE W-TRF = W-TRF + SALDOEU - MINESTOQUE.
           GO TO CALC-SALDOS-LER.
       CALC-SALDOS-SEM.
           IF W-TEMEU = 0
              MOVE SALDOITEM TO W-SALDO.
       CALC-SALDOS-FIM.
           EXIT.

      ***** QUANTIDADE EM PEDIDO AINDA NAO RECEBIDA, POR ITEM *******
      ***** (PEDIDOS EM RASCUNHO, ABERTOS E PARCIAIS) ***************
       SOMA-ABERTO.
           MOVE ZEROS TO W-QTDAB W-PEDLIDO W-PEDVALE
           MOVE ZEROS TO NUMPEDIT ITEMPD
           START CADPEDIT KEY IS NOT LESS KEYPEDIT INVALID KEY
              GO TO SOMA-ABERTO-FIM.
       SOMA-ABERTO-LER.
           READ CADPEDIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-ABERTO-FIM.
           IF SITUACAOPI = "C" OR QTDRECPD NOT < QTDPED
              GO TO SOMA-ABERTO-LER.
           IF NUMPEDIT NOT = W-PEDLIDO
              MOVE NUMPEDIT TO W-PEDLIDO
              MOVE 0 TO W-PEDVALE
              MOVE NUMPEDIT TO NUMPEDCO
              READ CADPEDCO
              IF ST-ERRO = "00"
                 IF STATUSPED = "A" OR STATUSPED = "P"
                    OR STATUSPED = "R"
                    MOVE 1 TO W-PEDVALE.
           IF W-PEDVALE = 0
              GO TO SOMA-ABERTO-LER.
           MOVE 1 TO W-K.
       SOMA-ABERTO-TAB.
           IF W-K > W-QTDAB
              IF W-QTDAB < 300
                 ADD 1 TO W-QTDAB
                 MOVE CODITPD TO W-ABCOD (W-QTDAB)
                 COMPUTE W-ABQTD (W-QTDAB) = QTDPED - QTDRECPD
                 GO TO SOMA-ABERTO-LER
              ELSE
                 GO TO SOMA-ABERTO-LER.
           IF W-ABCOD (W-K) = CODITPD
              COMPUTE W-ABQTD (W-K) = W-ABQTD (W-K)
                                     + QTDPED - QTDRECPD
              GO TO SOMA-ABERTO-LER.
           ADD 1 TO W-K
           GO TO SOMA-ABERTO-TAB.
       SOMA-ABERTO-FIM.
           EXIT.

       ACHA-ABERTO.
           MOVE ZEROS TO W-ABQ
           MOVE 1 TO W-K.
       ACHA-ABERTO-LOOP.
           IF W-K > W-QTDAB
              GO TO ACHA-ABERTO-FIM.
           IF W-ABCOD (W-K) = CODITEM
              MOVE W-ABQTD (W-K) TO W-ABQ
              GO TO ACHA-ABERTO-FIM.
           ADD 1 TO W-K
           GO TO ACHA-ABERTO-LOOP.
       ACHA-ABERTO-FIM.
           EXIT.

      ***** ULTIMO NUMERO DE PEDIDO DE COMPRA USADO *****************
       ACHA-NUMPED.
           MOVE ZEROS TO W-NUMPED
           MOVE ZEROS TO NUMPEDCO
           START CADPEDCO KEY IS NOT LESS NUMPEDCO INVALID KEY
              GO TO ACHA-NUMPED-FIM.
       ACHA-NUMPED-LER.
           READ CADPEDCO NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-NUMPED-FIM.
           IF NUMPEDCO > W-NUMPED
              MOVE NUMPEDCO TO W-NUMPED.
           GO TO ACHA-NUMPED-LER.
       ACHA-NUMPED-FIM.
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

       LIMPA-TELA.
           DISPLAY TELAREP
           GO TO ACAO.

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
                MOVE "SMP079"          TO W-LINHAUD-PROG
                MOVE W-CHAVEAUD        TO W-LINHAUD-CHAVE
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
           CLOSE CADITREP CADITEM CADFORN CADPEDCO CADPEDIT.
           IF W-HASMOV = 1
              CLOSE CADMOVES.
           IF W-HASUNI = 1
              CLOSE CADESTUN.
           IF W-HASCUN = 1
              CLOSE CADUNID.
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
           MOVE SPACES TO W-ARQ-CADITREP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITREP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITREP
           MOVE SPACES TO W-ARQ-CADITEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADMOVES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOVES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOVES
           MOVE SPACES TO W-ARQ-CADESTUN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTUN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTUN
           MOVE SPACES TO W-ARQ-CADPEDCO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDCO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDCO
           MOVE SPACES TO W-ARQ-CADPEDIT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDIT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDIT
           MOVE SPACES TO W-ARQ-CADFORN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFORN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFORN
           MOVE SPACES TO W-ARQ-CADSESSO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSESSO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSESSO
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-REPOSTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "REPOSTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-REPOSTX
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
