       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRTPI.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * IMPORTACAO DA TABELA DE PRECOS ENVIADA PELO     *
      * CONVENIO (TABPRCTX.TXT), EM DUAS ETAPAS:        *
      * C = CONFERE O ARQUIVO: TRADUZ O CODIGO DO       *
      *     CONVENIO PELO DE-PARA (SMP076), REJEITA     *
      *     CODIGO DESCONHECIDO, REDUCAO DE PRECO E     *
      *     AUMENTO ACIMA DA TOLERANCIA (TABPRCER.TXT)  *
      *     E LISTA O ANTES/DEPOIS (TABPRCMP.TXT)       *
      * A = APROVA A CARGA CONFERIDA (SUPERVISOR) E     *
      *     GRAVA AS NOVAS VERSOES NO CADPRECO          *
      * LAYOUT DA LINHA DO ARQUIVO DO CONVENIO:         *
      *   01-10 CODIGO DO PROCEDIMENTO NO CONVENIO      *
      *   11-18 VALOR (6 INTEIROS E 2 DECIMAIS)         *
      *   19-26 COPARTICIPACAO (6 INTEIROS E 2 DEC.)    *
      *   27-34 VIGENCIA (AAAAMMDD)                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTPIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTPIMP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDPCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDPCV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT TABPRCTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT TABPRCER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT TABPRCMP ASSIGN TO DISK
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
      ***** TABELA DE PRECOS DO CONVENIO EM CONFERENCIA: CADA LINHA
      ***** ACEITA NA IMPORTACAO, COM O PRECO ANTERIOR E O NOVO.
      ***** O REGISTRO COM CODPROCTI ZERADO E O CONTROLE DA CARGA.
      ***** SITTI: C=CONFERIDA (AGUARDA APROVACAO) A=APLICADA
       FD CADTPIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTPIMP.
       01 REGTPIMP.
          03 KEYTPIMP.
             05 CONVTI        PIC 9(04).
             05 CODPROCTI     PIC 9(04).
          03 CODEXTTI         PIC X(10).
          03 VIGANTTI         PIC 9(08).
          03 VALANTTI         PIC 9(06)V99.
          03 COPANTTI         PIC 9(06)V99.
          03 VIGTI            PIC 9(08).
          03 VALNOVTI         PIC 9(06)V99.
          03 COPNOVTI         PIC 9(06)V99.
          03 SITTI            PIC X(01).
          03 DATATI           PIC 9(08).
          03 OPERTI           PIC 9(04).
          03 QTDLTI           PIC 9(05).
          03 QTDATI           PIC 9(05).
          03 QTDRTI           PIC 9(05).
          03 APROVTI          PIC 9(04).
          03 DATAPTI          PIC 9(08).
      *
      ***** DE-PARA DO CODIGO DE PROCEDIMENTO DO CONVENIO (O DA
      ***** TABELA QUE ELE ENVIA) PARA O NOSSO CODPROC
       FD CADDPCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDPCV.
       01 REGDPCV.
          03 KEYDPCV.
             05 CONVDP        PIC 9(04).
             05 CODEXTDP      PIC X(10).
          03 CODPROCDP        PIC 9(04).
          03 SITUACAODP       PIC X(01).
          03 DATADP           PIC 9(08).
          03 OPERDP           PIC 9(04).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPRECO.
       01 REGPRECO.
          03 KEYPRECO.
             05 CODPROCP      PIC 9(04).
             05 CODCONVP      PIC 9(04).
             05 VIGPRECO      PIC 9(08).
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROC          PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONV.
       01 REGCONV.
          03 CODIGO        PIC 9(04).
          03 NOMEC         PIC X(30).
          03 PLANO         PIC 9(02).
          03 VALORCONSULTA     PIC 9(06)V99.
          03 VALORCOPAGTO     PIC 9(06)V99.
          03 SITUACAO      PIC X(01).
          03 LIMITEMES     PIC 9(02).
          03 LIMITEANO     PIC 9(03).
          03 VALORTELE     PIC 9(06)V99.
          03 VALORDOMIC    PIC 9(06)V99.
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).
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
       FD TABPRCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TABPRCTX.
       01 REGTABPRC.
          03 CODEXTTX         PIC X(10).
          03 VALORTX          PIC 9(06)V99.
          03 COPAGTX          PIC 9(06)V99.
          03 VIGTX            PIC 9(08).
          03 VIGTX-R REDEFINES VIGTX.
             05 VIGANOTX      PIC 9(04).
             05 VIGMESTX      PIC 9(02).
             05 VIGDIATX      PIC 9(02).
          03 FILLER           PIC X(46).
      *
       FD TABPRCER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TABPRCER.
       01 REGTABPRCER       PIC X(100).
      *
       FD TABPRCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TABPRCMP.
       01 REGTABPRCMP       PIC X(110).
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
       01 W-SENHAIN    PIC X(10) VALUE SPACES.
       01 W-HASHTXT    PIC X(10) VALUE SPACES.
       01 W-HASHNUM    PIC 9(10) VALUE ZEROS.
       01 W-HWORK      PIC 9(18) VALUE ZEROS.
       01 W-HQ         PIC 9(08) VALUE ZEROS.
       01 W-HI         PIC 9(02) VALUE ZEROS.
       01 W-HJ         PIC 9(02) VALUE ZEROS.
       01 W-HPOS       PIC 9(02) VALUE ZEROS.
       01 W-HCH        PIC X(01) VALUE SPACES.
       01 W-CHARSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-CHARSET REDEFINES W-CHARSET-R PIC X(68).
       01 W-ARQ-CADTPIMP PIC X(64) VALUE
          "CADTPIMP.DAT".
       01 W-ARQ-CADDPCV PIC X(64) VALUE
          "CADDPCV.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-TABPRCTX PIC X(64) VALUE
          "TABPRCTX.TXT".
       01 W-ARQ-TABPRCER PIC X(64) VALUE
          "TABPRCER.TXT".
       01 W-ARQ-TABPRCMP PIC X(64) VALUE
          "TABPRCMP.TXT".
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
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-LIBOK       PIC 9(01) VALUE ZEROS.
       01 W-SUPCOD      PIC 9(04) VALUE ZEROS.
       01 W-SUPSEN      PIC X(10) VALUE SPACES.
       01 W-CONVF       PIC 9(04) VALUE ZEROS.
       01 TXTNOMEC      PIC X(30) VALUE SPACES.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-TOLER       PIC 9(03) VALUE 30.
       01 W-LIMITE      PIC 9(07)V99 VALUE ZEROS.
       01 W-VARPCT      PIC 9(05)V99 VALUE ZEROS.
       01 W-VARPCT-E    PIC ZZZZ9,99.
       01 W-VAL-E1      PIC ZZZZZ9,99.
       01 W-VAL-E2      PIC ZZZZZ9,99.
       01 W-VAL-E3      PIC ZZZZZ9,99.
       01 W-VAL-E4      PIC ZZZZZ9,99.
       01 W-VIGANT-E    PIC X(10) VALUE SPACES.
       01 W-VIGNOV-E    PIC X(10) VALUE SPACES.
       01 W-MOTIVO      PIC X(35) VALUE SPACES.
       01 W-CODPROCN    PIC 9(04) VALUE ZEROS.
       01 W-VIGPOST     PIC 9(01) VALUE ZEROS.
       01 W-QTDLIDA     PIC 9(05) VALUE ZEROS.
       01 W-QTDACE      PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(05) VALUE ZEROS.
       01 W-QTDNOVO     PIC 9(05) VALUE ZEROS.
       01 W-QTDGRAV     PIC 9(05) VALUE ZEROS.
       01 W-QTDJAEX     PIC 9(05) VALUE ZEROS.
       01 W-QTDLIDA-E   PIC ZZZZ9.
       01 W-QTDACE-E    PIC ZZZZ9.
       01 W-QTDREJ-E    PIC ZZZZ9.
       01 W-DATAPRC     PIC 9(08) VALUE ZEROS.
       01 W-CHAVECTL    PIC X(15) VALUE SPACES.
       01 W-PROGCAT     PIC X(07) VALUE SPACES.
       01 W-ARQCAT      PIC X(12) VALUE SPACES.
       01 W-PARMCAT     PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 03  COLUMN 01
               VALUE  "  *** IMPORTACAO DA TABELA DE PRECOS DO".
           05  LINE 03  COLUMN 40
               VALUE  " CONVENIO ***".
           05  LINE 05  COLUMN 01
               VALUE  "  C = CONFERE O ARQUIVO TABPRCTX.TXT".
           05  LINE 06  COLUMN 01
               VALUE  "  A = APROVA E APLICA A CARGA CONFERIDA".
           05  LINE 08  COLUMN 01
               VALUE  "  OPCAO (C/A): ".
           05  LINE 09  COLUMN 01
               VALUE  "  CONVENIO : ".
           05  LINE 11  COLUMN 01
               VALUE  "  LINHAS LIDAS:".
           05  LINE 11  COLUMN 24
               VALUE  "ACEITAS:".
           05  LINE 11  COLUMN 40
               VALUE  "REJEITADAS:".
           05  LINE 12  COLUMN 01
               VALUE  "  SITUACAO DA CARGA:".
           05  TW-OPCAO
               LINE 08  COLUMN 17  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-CONVF
               LINE 09  COLUMN 14  PIC 9(04)
               USING  W-CONVF
               HIGHLIGHT.
           05  TTXTNOMEC
               LINE 09  COLUMN 20  PIC X(30)
               USING  TXTNOMEC
               HIGHLIGHT.
           05  TW-QTDLIDA
               LINE 11  COLUMN 17  PIC ZZZZ9
               USING  W-QTDLIDA
               HIGHLIGHT.
           05  TW-QTDACE
               LINE 11  COLUMN 33  PIC ZZZZ9
               USING  W-QTDACE
               HIGHLIGHT.
           05  TW-QTDREJ
               LINE 11  COLUMN 52  PIC ZZZZ9
               USING  W-QTDREJ
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
      ***** DADOS FICTICIOS NAO SAEM PARA FORA DA CLINICA
           IF W-TREINO NOT = SPACES
              MOVE "*** NAO DISPONIVEL NA BASE DE TREINAMENTO ***"
                                                       TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

      ********** ABRE OU CRIA ARQUIVO*************************
       R0.
           OPEN I-O CADTPIMP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTPIMP
                 CLOSE CADTPIMP
                 MOVE "*** ARQUIVO CADTPIMP FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTPIMP" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO RotinaFim2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPRECO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADTPIMP
              GO TO RotinaFim2.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONV NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADTPIMP CADPRECO
              GO TO RotinaFim2.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.
      ***** TOLERANCIA DE AUMENTO EM % (PARAMETRO TABTOLER) **********
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE "TABTOLER" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00"
                 IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                    AND VALORPAR < 1000
                    MOVE VALORPAR TO W-TOLER
                    CLOSE CADPARAM
                 ELSE
                    CLOSE CADPARAM
              ELSE
                 CLOSE CADPARAM.

       INICIO.
           MOVE SPACES TO W-OPCAO TXTNOMEC
           MOVE ZEROS TO W-CONVF W-QTDLIDA W-QTDACE W-QTDREJ
           DISPLAY TELAFILTRO
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim.
           IF W-OPCAO NOT = "C" AND "c" AND "A" AND "a"
              MOVE "*** DIGITE C OU A ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
       INC-001.
           ACCEPT TW-CONVF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INICIO.
           MOVE W-CONVF TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           MOVE NOMEC TO TXTNOMEC
           DISPLAY TTXTNOMEC
           MOVE SPACES TO W-CHAVECTL
           MOVE W-CONVF TO W-CHAVECTL
           IF W-OPCAO = "A" OR "a"
              GO TO APROVA.

      ***** CONFERENCIA DO ARQUIVO ENVIADO PELO CONVENIO ************
       CONFERE.
           MOVE W-CONVF TO CONVTI
           MOVE ZEROS   TO CODPROCTI
           READ CADTPIMP
           IF ST-ERRO = "00" AND SITTI = "C"
              DISPLAY (12, 22) "CONFERIDA EM " DATATI
                               " - SERA SUBSTITUIDA"
           ELSE
              DISPLAY (12, 22) "SEM CARGA PENDENTE".
       CONFERE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 20) "CONFERIR O ARQUIVO (S/N) : ".
           ACCEPT (23, 47) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CONFERENCIA CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO CONFERE-OPC.
           DISPLAY (23, 20) LIMPA
           OPEN INPUT CADDPCV
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRE O DE-PARA DO CONVENIO (SMP076) ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           OPEN INPUT TABPRCTX
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO TABPRCTX.TXT NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADDPCV
              GO TO INICIO.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPROC NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADDPCV TABPRCTX
              GO TO INICIO.
           PERFORM LIMPA-CARGA THRU LIMPA-CARGA-FIM
           OPEN OUTPUT TABPRCER
           OPEN OUTPUT TABPRCMP
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDLIDA W-QTDACE W-QTDREJ W-QTDNOVO
           MOVE SPACES TO REGTABPRCMP
           STRING "COMPARATIVO DA TABELA DE PRECOS - CONVENIO "
                  W-CONVF " " NOMEC
                  DELIMITED BY SIZE INTO REGTABPRCMP
           WRITE REGTABPRCMP.
           MOVE SPACES TO REGTABPRCMP
           STRING "CONFERIDA EM " W-HOJE-N (7:2) "/" W-HOJE-N (5:2)
                  "/" W-HOJE-N (1:4) " - TOLERANCIA DE AUMENTO "
                  W-TOLER "% - AGUARDA APROVACAO"
                  DELIMITED BY SIZE INTO REGTABPRCMP
           WRITE REGTABPRCMP.
           MOVE ALL "-" TO REGTABPRCMP
           WRITE REGTABPRCMP.
           MOVE SPACES TO REGTABPRCMP
           STRING "PROC DENOMINACAO          VIG.ATUAL   VALOR ATU"
                  " COPAG ATU VIG.NOVA    VALOR NOV COPAG NOV  VAR.%"
                  DELIMITED BY SIZE INTO REGTABPRCMP
           WRITE REGTABPRCMP.
           MOVE SPACES TO REGTABPRCER
           STRING "LINHAS REJEITADAS DA TABELA DO CONVENIO " W-CONVF
                  DELIMITED BY SIZE INTO REGTABPRCER
           WRITE REGTABPRCER.
           MOVE ALL "-" TO REGTABPRCER
           WRITE REGTABPRCER.

       CONFERE-LER.
           READ TABPRCTX
           IF ST-ERRO NOT = "00"
              GO TO CONFERE-FIM.
           IF REGTABPRC = SPACES
              GO TO CONFERE-LER.
           ADD 1 TO W-QTDLIDA
           MOVE SPACES TO W-MOTIVO
           PERFORM VALIDA-LINHA THRU VALIDA-LINHA-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM REJEITA THRU REJEITA-FIM
              GO TO CONFERE-LER.
      ***** GUARDA A LINHA ACEITA PARA A APROVACAO *****************
           MOVE W-CONVF    TO CONVTI
           MOVE W-CODPROCN TO CODPROCTI
           MOVE CODEXTTX   TO CODEXTTI
           MOVE VIGTX      TO VIGTI
           MOVE VALORTX    TO VALNOVTI
           MOVE COPAGTX    TO COPNOVTI
           MOVE "C"        TO SITTI
           MOVE W-HOJE-N   TO DATATI
           MOVE ZEROS TO OPERTI QTDLTI QTDATI QTDRTI APROVTI DATAPTI.
       CONFERE-WR.
           WRITE REGTPIMP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CONFERE-WR.
           IF ST-ERRO = "22"
              MOVE "PROCEDIMENTO REPETIDO NO ARQUIVO" TO W-MOTIVO
              PERFORM REJEITA THRU REJEITA-FIM
              GO TO CONFERE-LER.
           ADD 1 TO W-QTDACE
           IF VALANTTI = 0
              ADD 1 TO W-QTDNOVO.
           PERFORM LISTA-COMPARA THRU LISTA-COMPARA-FIM
           GO TO CONFERE-LER.

       CONFERE-FIM.
           CLOSE TABPRCTX CADDPCV CADPROC
           MOVE SPACES TO REGTABPRCMP
           WRITE REGTABPRCMP.
           MOVE W-QTDLIDA TO W-QTDLIDA-E
           MOVE W-QTDACE  TO W-QTDACE-E
           MOVE W-QTDREJ  TO W-QTDREJ-E
           MOVE SPACES TO REGTABPRCMP
           STRING "LINHAS LIDAS: " W-QTDLIDA-E "  ACEITAS: " W-QTDACE-E
                  "  (SEM PRECO ANTERIOR: " W-QTDNOVO ")"
                  "  REJEITADAS: " W-QTDREJ-E " (VER TABPRCER.TXT)"
                  DELIMITED BY SIZE INTO REGTABPRCMP
           WRITE REGTABPRCMP.
           MOVE SPACES TO REGTABPRCMP
           STRING "APROVACAO: ____________________  DATA: ___/___/____"
                  DELIMITED BY SIZE INTO REGTABPRCMP
           WRITE REGTABPRCMP.
           MOVE SPACES TO REGTABPRCER
           WRITE REGTABPRCER.
           MOVE SPACES TO REGTABPRCER
           STRING "TOTAL DE LINHAS REJEITADAS: " W-QTDREJ-E
                  DELIMITED BY SIZE INTO REGTABPRCER
           WRITE REGTABPRCER.
           CLOSE TABPRCMP TABPRCER
      ***** CONTROLE DA CARGA: SO E APROVADA SE TIVER LINHA ACEITA ***
           IF W-QTDACE > 0
              PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
           MOVE "CONFERENC" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "TABPRCMP.TXT" TO W-ARQCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "TABPRCER.TXT" TO W-ARQCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           DISPLAY TW-QTDLIDA TW-QTDACE TW-QTDREJ
           IF W-QTDACE = 0
              MOVE "*** NENHUMA LINHA ACEITA, VEJA TABPRCER.TXT ***"
                                                             TO MENS
           ELSE
              MOVE "*** CONFERIDA, APROVE COM A OPCAO A ***" TO MENS.
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** VALIDA A LINHA: W-MOTIVO PREENCHIDO = REJEITADA **********
       VALIDA-LINHA.
           IF CODEXTTX = SPACES
              MOVE "CODIGO DO PROCEDIMENTO EM BRANCO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF VALORTX NOT NUMERIC OR COPAGTX NOT NUMERIC
              OR VIGTX NOT NUMERIC
              MOVE "CAMPO NUMERICO INVALIDO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF VIGANOTX < 2000 OR VIGMESTX < 1 OR VIGMESTX > 12
              OR VIGDIATX < 1 OR VIGDIATX > 31
              MOVE "VIGENCIA INVALIDA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF VALORTX = 0
              MOVE "VALOR ZERADO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF COPAGTX > VALORTX
              MOVE "COPARTICIPACAO MAIOR QUE O VALOR" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           MOVE W-CONVF  TO CONVDP
           MOVE CODEXTTX TO CODEXTDP
           READ CADDPCV
           IF ST-ERRO NOT = "00"
              MOVE "CODIGO DESCONHECIDO (SEM DE-PARA)" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF SITUACAODP = "I"
              MOVE "CODIGO DESCONHECIDO (DE-PARA INATIVO)" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           MOVE CODPROCDP TO W-CODPROCN
           MOVE CODPROCDP TO CODPROC
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "PROCEDIMENTO NAO CADASTRADO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF SITUACAOPR = "I"
              MOVE "PROCEDIMENTO INATIVO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           PERFORM BUSCA-ATUAL THRU BUSCA-ATUAL-FIM
           IF W-VIGPOST = 1
              MOVE "JA EXISTE PRECO NESTA VIGENCIA OU APOS"
                                                       TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF VALANTTI = 0
              GO TO VALIDA-LINHA-FIM.
           IF VALORTX < VALANTTI
              MOVE "REDUCAO DE PRECO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           COMPUTE W-LIMITE = VALANTTI * (100 + W-TOLER) / 100
           IF VALORTX > W-LIMITE
              MOVE "AUMENTO ACIMA DA TOLERANCIA" TO W-MOTIVO.
       VALIDA-LINHA-FIM.
           EXIT.

      ***** PRECO ATUAL (ULTIMA VERSAO ATIVA ANTES DA NOVA VIGENCIA) *
      ***** W-VIGPOST = 1 QUANDO JA HA VERSAO NA VIGENCIA OU DEPOIS *
       BUSCA-ATUAL.
           MOVE ZEROS TO VIGANTTI VALANTTI COPANTTI W-VIGPOST
           MOVE W-CODPROCN TO CODPROCP
           MOVE W-CONVF    TO CODCONVP
           MOVE ZEROS      TO VIGPRECO
           START CADPRECO KEY IS NOT LESS KEYPRECO INVALID KEY
              GO TO BUSCA-ATUAL-FIM.
       BUSCA-ATUAL-LER.
           READ CADPRECO NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ATUAL-FIM.
           IF CODPROCP NOT = W-CODPROCN OR CODCONVP NOT = W-CONVF
              GO TO BUSCA-ATUAL-FIM.
           IF SITUACAOPC = "I"
              GO TO BUSCA-ATUAL-LER.
           IF VIGPRECO NOT < VIGTX
              MOVE 1 TO W-VIGPOST
              GO TO BUSCA-ATUAL-FIM.
           MOVE VIGPRECO  TO VIGANTTI
           MOVE VALORPROC TO VALANTTI
           MOVE COPAGPROC TO COPANTTI
           GO TO BUSCA-ATUAL-LER.
       BUSCA-ATUAL-FIM.
           EXIT.

      ***** LINHA REJEITADA VAI PARA O ARQUIVO DE EXCECOES ***********
       REJEITA.
           ADD 1 TO W-QTDREJ
           MOVE SPACES TO REGTABPRCER
           STRING REGTABPRC (1:34) " " W-MOTIVO
                  DELIMITED BY SIZE INTO REGTABPRCER
           WRITE REGTABPRCER.
       REJEITA-FIM.
           EXIT.

      ***** ANTES/DEPOIS DO PROCEDIMENTO ACEITO ***********************
       LISTA-COMPARA.
           MOVE SPACES TO W-VIGANT-E W-VIGNOV-E
           IF VIGANTTI NOT = 0
              STRING VIGANTTI (7:2) "/" VIGANTTI (5:2) "/"
                     VIGANTTI (1:4)
                     DELIMITED BY SIZE INTO W-VIGANT-E
           ELSE
              MOVE "SEM PRECO" TO W-VIGANT-E.
           STRING VIGTI (7:2) "/" VIGTI (5:2) "/" VIGTI (1:4)
                  DELIMITED BY SIZE INTO W-VIGNOV-E
           MOVE VALANTTI TO W-VAL-E1
           MOVE COPANTTI TO W-VAL-E2
           MOVE VALNOVTI TO W-VAL-E3
           MOVE COPNOVTI TO W-VAL-E4
           MOVE ZEROS TO W-VARPCT
           IF VALANTTI > 0
              COMPUTE W-VARPCT ROUNDED =
                      (VALNOVTI - VALANTTI) * 100 / VALANTTI.
           MOVE W-VARPCT TO W-VARPCT-E
           MOVE SPACES TO REGTABPRCMP
           STRING CODPROCTI " " DENOMPROC (1:20) " " W-VIGANT-E
                  " " W-VAL-E1 " " W-VAL-E2 " " W-VIGNOV-E
                  " " W-VAL-E3 " " W-VAL-E4 " " W-VARPCT-E
                  DELIMITED BY SIZE INTO REGTABPRCMP
           WRITE REGTABPRCMP.
       LISTA-COMPARA-FIM.
           EXIT.

      ***** UMA NOVA CONFERENCIA SUBSTITUI A CARGA ANTERIOR **********
       LIMPA-CARGA.
           MOVE W-CONVF TO CONVTI
           MOVE ZEROS   TO CODPROCTI
           START CADTPIMP KEY IS NOT LESS KEYTPIMP INVALID KEY
              GO TO LIMPA-CARGA-FIM.
       LIMPA-CARGA-LER.
           READ CADTPIMP NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIMPA-CARGA-FIM.
           IF CONVTI NOT = W-CONVF
              GO TO LIMPA-CARGA-FIM.
       LIMPA-CARGA-DEL.
           DELETE CADTPIMP RECORD
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LIMPA-CARGA-DEL.
           GO TO LIMPA-CARGA-LER.
       LIMPA-CARGA-FIM.
           EXIT.

      ***** REGISTRO DE CONTROLE DA CARGA CONFERIDA ******************
       GRAVA-CTL.
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE SPACES TO REGTPIMP
           MOVE W-CONVF TO CONVTI
           MOVE ZEROS TO CODPROCTI VIGANTTI VALANTTI COPANTTI VIGTI
                         VALNOVTI COPNOVTI APROVTI DATAPTI
           MOVE "C"          TO SITTI
           MOVE W-HOJE-N     TO DATATI
           MOVE W-CODOPERAUD TO OPERTI
           MOVE W-QTDLIDA    TO QTDLTI
           MOVE W-QTDACE     TO QTDATI
           MOVE W-QTDREJ     TO QTDRTI.
       GRAVA-CTL-WR.
           WRITE REGTPIMP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO GRAVA-CTL-WR.
       GRAVA-CTL-FIM.
           EXIT.

      ***** APROVACAO: GRAVA AS NOVAS VERSOES NO CADPRECO ************
       APROVA.
           MOVE W-CONVF TO CONVTI
           MOVE ZEROS   TO CODPROCTI
           READ CADTPIMP
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA CARGA CONFERIDA PARA O CONVENIO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           MOVE QTDLTI TO W-QTDLIDA
           MOVE QTDATI TO W-QTDACE
           MOVE QTDRTI TO W-QTDREJ
           DISPLAY TW-QTDLIDA TW-QTDACE TW-QTDREJ
           IF SITTI = "A"
              DISPLAY (12, 22) "APLICADA EM " DATAPTI
              MOVE "*** CARGA JA APROVADA E APLICADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           DISPLAY (12, 22) "CONFERIDA EM " DATATI
                            " - AGUARDA APROVACAO".
       APROVA-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 20) "CONFERIU O TABPRCMP.TXT? APLICAR (S/N) : ".
           ACCEPT (23, 62) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CARGA NAO APLICADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO APROVA-OPC.
           DISPLAY (23, 20) LIMPA
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO INICIO.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDGRAV W-QTDJAEX
           MOVE W-CONVF TO CONVTI
           MOVE 1       TO CODPROCTI
           START CADTPIMP KEY IS NOT LESS KEYTPIMP INVALID KEY
              GO TO APROVA-FIM.
       APROVA-LER.
           READ CADTPIMP NEXT
           IF ST-ERRO NOT = "00"
              GO TO APROVA-FIM.
           IF CONVTI NOT = W-CONVF
              GO TO APROVA-FIM.
           IF SITTI NOT = "C"
              GO TO APROVA-LER.
           MOVE CODPROCTI TO CODPROCP
           MOVE CONVTI    TO CODCONVP
           MOVE VIGTI     TO VIGPRECO
           MOVE VALNOVTI  TO VALORPROC
           MOVE COPNOVTI  TO COPAGPROC
           MOVE "A"       TO SITUACAOPC.
       APROVA-WR.
           WRITE REGPRECO
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO APROVA-WR.
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAV
           ELSE
              ADD 1 TO W-QTDJAEX.
           MOVE "A" TO SITTI.
       APROVA-RW.
           REWRITE REGTPIMP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO APROVA-RW.
           GO TO APROVA-LER.
       APROVA-FIM.
           MOVE W-CONVF TO CONVTI
           MOVE ZEROS   TO CODPROCTI
           READ CADTPIMP
           IF ST-ERRO NOT = "00"
              GO TO APROVA-MSG.
           MOVE "A"      TO SITTI
           MOVE W-SUPCOD TO APROVTI
           MOVE W-HOJE-N TO DATAPTI.
       APROVA-CTL.
           REWRITE REGTPIMP
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO APROVA-CTL.
       APROVA-MSG.
           MOVE "APROVACAO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE SPACES TO MENS
           STRING "*** " W-QTDGRAV " PRECO(S) GRAVADO(S) " W-QTDJAEX
                  " JA EXISTIA(M)"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** TODA SAIDA PASSA PELO CATALOGO DE RELATORIOS ************
       CATALOGA.
           MOVE "SMPRTPI" TO W-PROGCAT
           MOVE SPACES TO W-PARMCAT
           STRING "CONVENIO " W-CONVF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
           EXIT.

      ***** PEDE A LIBERACAO DO SUPERVISOR (OPERADOR AUTORIZADO) *****
       LIBERA-SUPERV.
           MOVE 0 TO W-LIBOK
           IF W-HASOPE = 0
              MOVE "*** SEM CADASTRO DE OPERADOR P/ LIBERACAO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE ZEROS  TO W-SUPCOD
           MOVE SPACES TO W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "LIBERACAO SUPERVISOR - CODIGO: "
           ACCEPT  (22, 32) W-SUPCOD
           DISPLAY (22, 40) "SENHA: "
           ACCEPT  (22, 47) W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 40) LIMPA
           MOVE W-SUPCOD TO CODOPER
           READ CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF SITUACAOOPER = "I"
              MOVE "*** OPERADOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE W-SUPSEN TO W-SENHAIN
           PERFORM CALC-HASH THRU CALC-HASH-FIM
      ***** SENHAS ANTIGAS AINDA EM CLARO TAMBEM SAO ACEITAS
           IF SENHAOPER NOT = W-HASHTXT AND SENHAOPER NOT = W-SUPSEN
              MOVE "*** SENHA INCORRETA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF CODOPER NOT = 1 AND PERFILOPER NOT = "S"
              MOVE "*** OPERADOR NAO AUTORIZADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE 1 TO W-LIBOK.
       LIBERA-SUPERV-FIM.
           EXIT.

      ***** CODIFICA A SENHA EM UM VALOR DE 10 DIGITOS **************
      ***** (MESMA REGRA DO LOGIN NO MENU) **************************
       CALC-HASH.
           MOVE 7 TO W-HASHNUM
           MOVE 1 TO W-HI.
       CALC-HASH-CHAR.
           IF W-HI > 10
              GO TO CALC-HASH-FMT.
           MOVE W-SENHAIN (W-HI:1) TO W-HCH
           MOVE ZEROS TO W-HPOS
           MOVE 1 TO W-HJ.
       CALC-HASH-BUSCA.
           IF W-HJ > 68
              GO TO CALC-HASH-SOMA.
           IF W-CHARSET (W-HJ:1) = W-HCH
              MOVE W-HJ TO W-HPOS
              GO TO CALC-HASH-SOMA.
           ADD 1 TO W-HJ
           GO TO CALC-HASH-BUSCA.
       CALC-HASH-SOMA.
           IF W-HPOS = 0
              MOVE 69 TO W-HPOS.
           COMPUTE W-HWORK = W-HASHNUM * 131 + W-HPOS * W-HI
           DIVIDE W-HWORK BY 9999999967 GIVING W-HQ
                  REMAINDER W-HASHNUM
           ADD 1 TO W-HI
           GO TO CALC-HASH-CHAR.
       CALC-HASH-FMT.
           MOVE W-HASHNUM TO W-HASHTXT.
       CALC-HASH-FIM.
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
                MOVE "SMPRTPI"         TO W-LINHAUD-PROG
                MOVE W-CHAVECTL        TO W-LINHAUD-CHAVE
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

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADTPIMP CADPRECO CADCONV.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       RotinaFim2.
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
           MOVE SPACES TO W-ARQ-CADTPIMP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTPIMP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTPIMP
           MOVE SPACES TO W-ARQ-CADDPCV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDPCV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDPCV
           MOVE SPACES TO W-ARQ-CADPRECO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPRECO
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-CADCONV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-TABPRCTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TABPRCTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TABPRCTX
           MOVE SPACES TO W-ARQ-TABPRCER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TABPRCER.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TABPRCER
           MOVE SPACES TO W-ARQ-TABPRCMP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TABPRCMP.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TABPRCMP
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
