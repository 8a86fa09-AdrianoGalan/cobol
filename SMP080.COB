       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP080.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************
      * INVENTARIO FISICO PERIODICO DO ESTOQUE POR   *
      * UNIDADE: CONGELA OS SALDOS E IMPRIME A FOLHA *
      * DE CONTAGEM POR ITEM E LOTE (INVCONTX.TXT),  *
      * RECEBE AS QUANTIDADES CONTADAS, LISTA AS     *
      * DIFERENCAS VALORIZADAS PELO ULTIMO CUSTO     *
      * (INVDIFTX.TXT) E, COM A APROVACAO DO         *
      * SUPERVISOR, LANCA OS AJUSTES (TIPOMOV A =    *
      * SOBRA, B = FALTA) NO CADMOVES, CADITEM,      *
      * CADESTUN E CADLOTES. O HISTORICO FICA NO     *
      * CADINVEN/CADINVIT (INVHISTX.TXT)             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADINVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMINV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINVIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINVIT
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

       SELECT CADLOTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTE
                    FILE STATUS  IS ST-ERRO.

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

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT INVCONTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT INVDIFTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT INVHISTX ASSIGN TO DISK
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
      ***** INVENTARIO FISICO DE UMA UNIDADE: SALDOS CONGELADOS EM
      ***** DATAINV/HORAINV; SITINV: A=EM CONTAGEM F=AJUSTADO
      ***** (APROVADO PELO SUPERVISOR SUPINV) X=CANCELADO
       FD CADINVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINVEN.
       01 REGINVEN.
          03 NUMINV           PIC 9(05).
          03 UNIDINV          PIC 9(02).
          03 DATAINV          PIC 9(08).
          03 HORAINV          PIC 9(06).
          03 SITINV           PIC X(01).
          03 OPERINV          PIC 9(04).
          03 SUPINV           PIC 9(04).
          03 DATAAJINV        PIC 9(08).
          03 QTDLININV        PIC 9(05).
          03 VALSOBINV        PIC 9(09)V99.
          03 VALFALINV        PIC 9(09)V99.
      *
      ***** LINHAS DO INVENTARIO: UMA POR ITEM (LOTEINV EM BRANCO)
      ***** E UMA POR LOTE COM SALDO; CONTINV S=CONTADO;
      ***** AJUSINV S=DIFERENCA JA LANCADA (MOVIMENTO DATAMVINV/
      ***** SEQMVINV NO CADMOVES)
       FD CADINVIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINVIT.
       01 REGINVIT.
          03 KEYINVIT.
             05 NUMINVIT      PIC 9(05).
             05 CODITINV      PIC 9(04).
             05 LOTEINV       PIC X(10).
          03 VALIDINV         PIC 9(08).
          03 SALDOCONG        PIC 9(06).
          03 QTDCONT          PIC 9(06).
          03 CONTINV          PIC X(01).
          03 CUSTOINV         PIC 9(06)V99.
          03 AJUSINV          PIC X(01).
          03 DATAMVINV        PIC 9(08).
          03 SEQMVINV         PIC 9(03).
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
       FD CADLOTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLOTES.
       01 REGLOTE.
          03 KEYLOTE.
             05 CODITLT       PIC 9(04).
             05 LOTELT        PIC X(10).
          03 VALIDLT          PIC 9(08).
          03 SALDOLT          PIC 9(06).
          03 SITUACAOLT       PIC X(01).
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
       FD INVCONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-INVCONTX.
       01 REGINVCONTX       PIC X(100).
      *
       FD INVDIFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-INVDIFTX.
       01 REGINVDIFTX       PIC X(110).
      *
       FD INVHISTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-INVHISTX.
       01 REGINVHISTX       PIC X(100).
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
       01 W-ARQ-CADINVEN PIC X(64) VALUE
          "CADINVEN.DAT".
       01 W-ARQ-CADINVIT PIC X(64) VALUE
          "CADINVIT.DAT".
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-CADESTUN PIC X(64) VALUE
          "CADESTUN.DAT".
       01 W-ARQ-CADLOTES PIC X(64) VALUE
          "CADLOTES.DAT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
          "CADSESSO.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-INVCONTX PIC X(64) VALUE
          "INVCONTX.TXT".
       01 W-ARQ-INVDIFTX PIC X(64) VALUE
          "INVDIFTX.TXT".
       01 W-ARQ-INVHISTX PIC X(64) VALUE
          "INVHISTX.TXT".
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
       01 W-HASUNI      PIC 9(01) VALUE ZEROS.
       01 W-HASLOT      PIC 9(01) VALUE ZEROS.
       01 W-HASCUN      PIC 9(01) VALUE ZEROS.
       01 W-UNIDSESS    PIC 9(02) VALUE 1.
       01 W-UNID        PIC 9(02) VALUE ZEROS.
       01 W-DENUNID     PIC X(20) VALUE SPACES.
       01 W-CHAVEAUD    PIC X(15) VALUE SPACES.
       01 W-NUMINV      PIC 9(05) VALUE ZEROS.
       01 W-INVOK       PIC 9(01) VALUE ZEROS.
       01 W-ABERTO      PIC 9(05) VALUE ZEROS.
       01 W-CODIT       PIC 9(04) VALUE ZEROS.
       01 W-SALDO       PIC 9(06) VALUE ZEROS.
       01 W-OUTRAS      PIC 9(07) VALUE ZEROS.
       01 W-TEMEU       PIC 9(01) VALUE ZEROS.
       01 W-ULTCUS      PIC 9(06)V99 VALUE ZEROS.
       01 W-SERULT      PIC 9(08) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(05) VALUE ZEROS.
       01 W-QTDC        PIC 9(06) VALUE ZEROS.
       01 W-DIF         PIC S9(07) VALUE ZEROS.
       01 W-ADIF        PIC 9(07) VALUE ZEROS.
       01 W-VALD        PIC 9(09)V99 VALUE ZEROS.
       01 W-VALSOB      PIC 9(09)V99 VALUE ZEROS.
       01 W-VALFAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-VALLIQ      PIC S9(09)V99 VALUE ZEROS.
       01 W-QTDNC       PIC 9(05) VALUE ZEROS.
       01 W-QTDCT       PIC 9(05) VALUE ZEROS.
       01 W-QTDDIF      PIC 9(05) VALUE ZEROS.
       01 W-SEQLIV      PIC 9(03) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-DENOM       PIC X(30) VALUE SPACES.
       01 W-UNIDIT      PIC X(05) VALUE SPACES.
       01 W-SITTXT      PIC X(10) VALUE SPACES.
       01 W-BRANCO      PIC X(79) VALUE SPACES.
       01 W-QT6-E       PIC ZZZZZ9.
       01 W-DIF-E       PIC -ZZZZZZ9.
       01 W-PRC-E       PIC ZZZ.ZZ9,99.
       01 W-VAL-E       PIC ZZ.ZZZ.ZZ9,99.
       01 W-VAL2-E      PIC ZZ.ZZZ.ZZ9,99.
       01 W-VALS-E      PIC -ZZZ.ZZZ.ZZ9,99.
       01 W-DATA-E      PIC 99/99/9999.
       01 W-DATA2-E     PIC 99/99/9999.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
       01 W-HOJEDMA.
          03 W-HJDIA    PIC 9(02).
          03 W-HJMES    PIC 9(02).
          03 W-HJANO    PIC 9(04).
       01 W-HORA        PIC 9(08) VALUE ZEROS.
      ***** DATA AAAAMMDD E SUA FORMA DDMMAAAA PARA EXIBIR
       01 W-DMA.
          03 W-DMADIA   PIC 9(02).
          03 W-DMAMES   PIC 9(02).
          03 W-DMAANO   PIC 9(04).
       01 W-DMA-N     REDEFINES W-DMA PIC 9(08).
       01 W-AMD.
          03 W-AMDANO   PIC 9(04).
          03 W-AMDMES   PIC 9(02).
          03 W-AMDDIA   PIC 9(02).
       01 W-AMD-N     REDEFINES W-AMD PIC 9(08).
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
       01  TELAINV.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "     ***** INVENTARIO FISICO DO ESTOQUE".
           05  LINE 02  COLUMN 40
               VALUE  " *****".
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
           OPEN I-O CADINVEN
           IF ST-ERRO = "30"
              OPEN OUTPUT CADINVEN
              CLOSE CADINVEN
              OPEN I-O CADINVEN.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINVEN" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADINVIT
           IF ST-ERRO = "30"
              OPEN OUTPUT CADINVIT
              CLOSE CADINVIT
              OPEN I-O CADINVIT.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINVIT" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADINVEN
              GO TO ROT-FIM2.
           OPEN I-O CADITEM
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADITEM NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADINVEN CADINVIT
              GO TO ROT-FIM2.
           OPEN I-O CADMOVES
           IF ST-ERRO = "30"
              OPEN OUTPUT CADMOVES
              CLOSE CADMOVES
              OPEN I-O CADMOVES.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVES" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADINVEN CADINVIT CADITEM
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASUNI
           OPEN I-O CADESTUN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           MOVE 1 TO W-HASLOT
           OPEN I-O CADLOTES
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASLOT.
           MOVE 1 TO W-HASCUN
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCUN.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

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
           DISPLAY TELAINV.

       ACAO.
           DISPLAY (21, 01) W-BRANCO
           DISPLAY (22, 01) W-BRANCO
           DISPLAY (21, 01)
           "N=NOVO INVENTARIO  F=FOLHA DE CONTAGEM  C=CONTAGEM"
           DISPLAY (21, 52) "  D=DIFERENCAS"
           DISPLAY (22, 01)
           "A=APROVAR E AJUSTAR  X=CANCELAR  H=HISTORICO  S=SAIR  : "
           ACCEPT (22, 58) W-OPCAO
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              GO TO NOVO.
           IF W-OPCAO = "F" OR "f"
              GO TO FOLHA.
           IF W-OPCAO = "C" OR "c"
              GO TO CONTA.
           IF W-OPCAO = "D" OR "d"
              GO TO DIFERENCA.
           IF W-OPCAO = "A" OR "a"
              GO TO AJUSTA.
           IF W-OPCAO = "X" OR "x"
              GO TO CANCELA.
           IF W-OPCAO = "H" OR "h"
              GO TO HISTORICO.
           GO TO ACAO.

      ***** ABERTURA DO INVENTARIO: CONGELA OS SALDOS DA UNIDADE ****
       NOVO.
           DISPLAY (21, 01) W-BRANCO
           DISPLAY (22, 01) W-BRANCO
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
                 GO TO NOVO
              ELSE
                 MOVE DENOMUNID TO W-DENUNID.
           DISPLAY (05, 13) W-DENUNID
           PERFORM ACHA-NUMINV THRU ACHA-NUMINV-FIM
           IF W-ABERTO NOT = 0
              MOVE "*** JA EXISTE INVENTARIO ABERTO NA UNIDADE ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE "N" TO W-OPCAO
           DISPLAY (07, 01) "CONGELA OS SALDOS DA UNIDADE (S/N) : "
           ACCEPT (07, 38) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LIMPA-TELA.
           DISPLAY (09, 01) "*** CONGELANDO OS SALDOS, AGUARDE ***"
           PERFORM LER-OPER THRU LER-OPER-FIM
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME.
       NOVO-CAB.
           ADD 1 TO W-NUMINV
           MOVE W-NUMINV  TO NUMINV
           MOVE W-UNID    TO UNIDINV
           MOVE W-HOJE-N  TO DATAINV
           MOVE W-HORA (1:6) TO HORAINV
           MOVE "A"       TO SITINV
           MOVE W-CODOPERAUD TO OPERINV
           MOVE ZEROS     TO SUPINV DATAAJINV QTDLININV
           MOVE ZEROS     TO VALSOBINV VALFALINV.
       NOVO-CAB-WR.
           WRITE REGINVEN
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO NOVO-CAB-WR.
           IF ST-ERRO = "22"
              GO TO NOVO-CAB.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO O INVENTARIO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE ZEROS TO W-QTDLIN
           MOVE ZEROS TO CODITEM
           START CADITEM KEY IS NOT LESS CODITEM INVALID KEY
              GO TO NOVO-FIM.
       NOVO-ITEM.
           READ CADITEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO NOVO-FIM.
           IF SITUACAOIT = "I"
              GO TO NOVO-ITEM.
           PERFORM SALDO-UNID THRU SALDO-UNID-FIM
           PERFORM ULT-CUSTO THRU ULT-CUSTO-FIM
           MOVE W-NUMINV  TO NUMINVIT
           MOVE CODITEM   TO CODITINV
           MOVE SPACES    TO LOTEINV
           MOVE ZEROS     TO VALIDINV QTDCONT DATAMVINV SEQMVINV
           MOVE W-SALDO   TO SALDOCONG
           MOVE "N"       TO CONTINV AJUSINV
           MOVE W-ULTCUS  TO CUSTOINV
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
      ***** O SALDO POR LOTE NAO E SEPARADO POR UNIDADE: OS LOTES SO
      ***** ENTRAM NA CONTAGEM QUANDO TODO O ITEM ESTA NESTA UNIDADE
           IF W-HASLOT = 1 AND W-OUTRAS = 0
              PERFORM CONGELA-LOTES THRU CONGELA-LOTES-FIM.
           GO TO NOVO-ITEM.
       NOVO-FIM.
           MOVE W-NUMINV TO NUMINV
           READ CADINVEN
           MOVE W-QTDLIN TO QTDLININV
           PERFORM REGRAVA-INV THRU REGRAVA-INV-FIM
           MOVE SPACES   TO W-CHAVEAUD
           MOVE W-NUMINV TO W-CHAVEAUD
           MOVE "ABREINV" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           DISPLAY (09, 01) W-BRANCO
           DISPLAY (09, 01) "INVENTARIO NUMERO " W-NUMINV
                   "  LINHAS " W-QTDLIN
           PERFORM FOLHA-IMP THRU FOLHA-IMP-FIM
           MOVE "*** SALDOS CONGELADOS, FOLHA EM INVCONTX ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** LOTES DO ITEM COM SALDO ENTRAM COMO LINHAS PROPRIAS *****
       CONGELA-LOTES.
           MOVE CODITEM TO CODITLT
           MOVE SPACES  TO LOTELT
           START CADLOTES KEY IS NOT LESS KEYLOTE INVALID KEY
              GO TO CONGELA-LOTES-FIM.
       CONGELA-LOTES-LER.
           READ CADLOTES NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONGELA-LOTES-FIM.
           IF CODITLT NOT = CODITEM
              GO TO CONGELA-LOTES-FIM.
           IF SALDOLT = 0
              GO TO CONGELA-LOTES-LER.
           MOVE W-NUMINV  TO NUMINVIT
           MOVE CODITEM   TO CODITINV
           MOVE LOTELT    TO LOTEINV
           MOVE VALIDLT   TO VALIDINV
           MOVE ZEROS     TO QTDCONT DATAMVINV SEQMVINV
           MOVE SALDOLT   TO SALDOCONG
           MOVE "N"       TO CONTINV AJUSINV
           MOVE W-ULTCUS  TO CUSTOINV
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           GO TO CONGELA-LOTES-LER.
       CONGELA-LOTES-FIM.
           EXIT.

       GRAVA-LINHA.
           WRITE REGINVIT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO GRAVA-LINHA.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDLIN.
       GRAVA-LINHA-FIM.
           EXIT.

      ***** REIMPRESSAO DA FOLHA DE CONTAGEM ************************
       FOLHA.
           PERFORM PEDE-INV THRU PEDE-INV-FIM
           IF W-INVOK = 0
              GO TO LIMPA-TELA.
           PERFORM FOLHA-IMP THRU FOLHA-IMP-FIM
           MOVE "*** FOLHA DE CONTAGEM GRAVADA EM INVCONTX ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** FOLHA DE CONTAGEM: ITEM E LOTES, SEM O SALDO DO SISTEMA *
       FOLHA-IMP.
           OPEN OUTPUT INVCONTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO INVCONTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO FOLHA-IMP-FIM.
           MOVE DATAINV TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           MOVE SPACES TO REGINVCONTX
           STRING "FOLHA DE CONTAGEM - INVENTARIO " NUMINV
                  "  UNIDADE " UNIDINV
                  "  SALDOS CONGELADOS EM " W-DATA-E
                  DELIMITED BY SIZE INTO REGINVCONTX
           WRITE REGINVCONTX
           MOVE ALL "-" TO REGINVCONTX
           WRITE REGINVCONTX
           MOVE NUMINV TO W-NUMINV
           MOVE W-NUMINV TO NUMINVIT
           MOVE ZEROS    TO CODITINV
           MOVE SPACES   TO LOTEINV
           START CADINVIT KEY IS NOT LESS KEYINVIT INVALID KEY
              GO TO FOLHA-IMP-FECHA.
       FOLHA-IMP-LER.
           READ CADINVIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO FOLHA-IMP-FECHA.
           IF NUMINVIT NOT = W-NUMINV
              GO TO FOLHA-IMP-FECHA.
           MOVE SPACES TO REGINVCONTX
           IF LOTEINV = SPACES
              PERFORM LE-DENOM THRU LE-DENOM-FIM
              MOVE SPACES TO REGINVCONTX
              WRITE REGINVCONTX
              MOVE SPACES TO REGINVCONTX
              STRING "ITEM " CODITINV " " W-DENOM " " W-UNIDIT
                     "  CONTADO: __________"
                     DELIMITED BY SIZE INTO REGINVCONTX
           ELSE
              MOVE VALIDINV TO W-AMD-N
              PERFORM CONV-DMA THRU CONV-DMA-FIM
              MOVE W-DMA-N TO W-DATA-E
              STRING "     LOTE " LOTEINV "  VALIDADE " W-DATA-E
                     "            CONTADO: __________"
                     DELIMITED BY SIZE INTO REGINVCONTX.
           WRITE REGINVCONTX
           GO TO FOLHA-IMP-LER.
       FOLHA-IMP-FECHA.
           MOVE SPACES TO REGINVCONTX
           WRITE REGINVCONTX
           MOVE SPACES TO REGINVCONTX
           STRING "CONTADOR: ______________________   "
                  "CONFERENTE: ______________________"
                  DELIMITED BY SIZE INTO REGINVCONTX
           WRITE REGINVCONTX
           CLOSE INVCONTX
           MOVE W-NUMINV TO NUMINV
           READ CADINVEN.
       FOLHA-IMP-FIM.
           EXIT.

      ***** DIGITACAO DAS QUANTIDADES CONTADAS **********************
       CONTA.
           PERFORM PEDE-INV THRU PEDE-INV-FIM
           IF W-INVOK = 0
              GO TO LIMPA-TELA.
           IF SITINV NOT = "A"
              MOVE "*** INVENTARIO NAO ESTA EM CONTAGEM ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
       CONTA-ITEM.
           MOVE 7 TO W-LIN.
       CONTA-LIMPA.
           IF W-LIN > 20
              GO TO CONTA-PEDE.
           DISPLAY (W-LIN, 01) W-BRANCO
           ADD 1 TO W-LIN
           GO TO CONTA-LIMPA.
       CONTA-PEDE.
           MOVE ZEROS TO W-CODIT
           DISPLAY (07, 01) "ITEM (0=ENCERRA): "
           ACCEPT  (07, 19) W-CODIT
           IF W-CODIT = 0
              GO TO LIMPA-TELA.
           MOVE W-NUMINV TO NUMINVIT
           MOVE W-CODIT  TO CODITINV
           MOVE SPACES   TO LOTEINV
           READ CADINVIT
           IF ST-ERRO NOT = "00"
              MOVE "*** ITEM FORA DESTE INVENTARIO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO CONTA-ITEM.
           PERFORM LE-DENOM THRU LE-DENOM-FIM
           DISPLAY (07, 25) W-DENOM " " W-UNIDIT
           MOVE ZEROS TO W-QTDC
           IF CONTINV = "S"
              MOVE QTDCONT TO W-QTDC
              DISPLAY (08, 30) "(RECONTAGEM)".
           DISPLAY (08, 01) "QUANTIDADE CONTADA: "
           ACCEPT  (08, 21) W-QTDC WITH UPDATE
           MOVE W-QTDC TO QTDCONT
           MOVE "S"    TO CONTINV.
       CONTA-RW.
           REWRITE REGINVIT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CONTA-RW.
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO GRAVANDO A CONTAGEM ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO CONTA-ITEM.
      ***** LOTES DO ITEM: A SUGESTAO E O SALDO DO LOTE; ALTERE SO **
      ***** QUANDO A CONTAGEM DO LOTE FOR DIFERENTE *****************
           MOVE 10 TO W-LIN
           START CADINVIT KEY IS GREATER THAN KEYINVIT INVALID KEY
              GO TO CONTA-ITEM.
       CONTA-LOTE.
           READ CADINVIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ITEM.
           IF NUMINVIT NOT = W-NUMINV OR CODITINV NOT = W-CODIT
              GO TO CONTA-ITEM.
           IF W-LIN > 20
              MOVE 10 TO W-LIN.
           DISPLAY (W-LIN, 01) W-BRANCO
           MOVE VALIDINV TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           DISPLAY (W-LIN, 01) "LOTE " LOTEINV "  VALIDADE " W-DATA-E
                   "  CONTADO: "
           IF CONTINV = "S"
              MOVE QTDCONT TO W-QTDC
           ELSE
              MOVE SALDOCONG TO W-QTDC.
           ACCEPT (W-LIN, 50) W-QTDC WITH UPDATE
           MOVE W-QTDC TO QTDCONT
           MOVE "S"    TO CONTINV.
       CONTA-LOTE-RW.
           REWRITE REGINVIT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO CONTA-LOTE-RW.
           ADD 1 TO W-LIN
           GO TO CONTA-LOTE.

      ***** RELATORIO DE DIFERENCAS DO INVENTARIO *******************
       DIFERENCA.
           PERFORM PEDE-INV THRU PEDE-INV-FIM
           IF W-INVOK = 0
              GO TO LIMPA-TELA.
           PERFORM DIF-IMP THRU DIF-IMP-FIM
           MOVE "*** DIFERENCAS GRAVADAS EM INVDIFTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

       DIF-IMP.
           OPEN OUTPUT INVDIFTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO INVDIFTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO DIF-IMP-FIM.
           MOVE DATAINV TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           PERFORM TEXTO-SIT THRU TEXTO-SIT-FIM
           MOVE SPACES TO REGINVDIFTX
           STRING "DIFERENCAS DO INVENTARIO " NUMINV
                  "  UNIDADE " UNIDINV
                  "  CONGELADO EM " W-DATA-E
                  "  SITUACAO " W-SITTXT
                  DELIMITED BY SIZE INTO REGINVDIFTX
           WRITE REGINVDIFTX
           MOVE SPACES TO REGINVDIFTX
           STRING "ITEM DESCRICAO                          SISTEMA"
                  " CONTADO  DIFERENCA  ULT.CUSTO          VALOR"
                  DELIMITED BY SIZE INTO REGINVDIFTX
           WRITE REGINVDIFTX
           MOVE ALL "-" TO REGINVDIFTX
           WRITE REGINVDIFTX
           MOVE ZEROS TO W-VALSOB W-VALFAL W-QTDNC W-QTDCT W-QTDDIF
           MOVE NUMINV TO W-NUMINV
           MOVE W-NUMINV TO NUMINVIT
           MOVE ZEROS    TO CODITINV
           MOVE SPACES   TO LOTEINV
           START CADINVIT KEY IS NOT LESS KEYINVIT INVALID KEY
              GO TO DIF-IMP-TOT.
       DIF-IMP-LER.
           READ CADINVIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO DIF-IMP-TOT.
           IF NUMINVIT NOT = W-NUMINV
              GO TO DIF-IMP-TOT.
           IF LOTEINV NOT = SPACES
              GO TO DIF-IMP-LOTE.
           IF CONTINV NOT = "S"
              ADD 1 TO W-QTDNC
              PERFORM LE-DENOM THRU LE-DENOM-FIM
              MOVE SALDOCONG TO W-QT6-E
              MOVE SPACES TO REGINVDIFTX
              STRING CODITINV " " W-DENOM "  " W-QT6-E
                     "  NAO CONTADO (SEM AJUSTE)"
                     DELIMITED BY SIZE INTO REGINVDIFTX
              WRITE REGINVDIFTX
              GO TO DIF-IMP-LER.
           ADD 1 TO W-QTDCT
           COMPUTE W-DIF = QTDCONT - SALDOCONG
           IF W-DIF = 0
              GO TO DIF-IMP-LER.
           ADD 1 TO W-QTDDIF
           PERFORM CALC-VALDIF THRU CALC-VALDIF-FIM
           PERFORM LE-DENOM THRU LE-DENOM-FIM
           MOVE SALDOCONG TO W-QT6-E
           MOVE W-DIF     TO W-DIF-E
           MOVE CUSTOINV  TO W-PRC-E
           MOVE W-VALD    TO W-VAL-E
           MOVE SPACES TO REGINVDIFTX
           STRING CODITINV " " W-DENOM "  " W-QT6-E
                  DELIMITED BY SIZE INTO REGINVDIFTX
           MOVE QTDCONT TO W-QT6-E
           MOVE W-QT6-E TO REGINVDIFTX (50:6)
           MOVE W-DIF-E TO REGINVDIFTX (58:8)
           MOVE W-PRC-E TO REGINVDIFTX (68:10)
           MOVE W-VAL-E TO REGINVDIFTX (80:13)
           IF W-DIF > 0
              MOVE "SOBRA" TO REGINVDIFTX (94:5)
           ELSE
              MOVE "FALTA" TO REGINVDIFTX (94:5).
           WRITE REGINVDIFTX
           GO TO DIF-IMP-LER.
      ***** LOTE: SO A DIFERENCA DE QUANTIDADE (O VALOR JA ESTA NO ITEM)
       DIF-IMP-LOTE.
           IF CONTINV NOT = "S"
              GO TO DIF-IMP-LER.
           COMPUTE W-DIF = QTDCONT - SALDOCONG
           IF W-DIF = 0
              GO TO DIF-IMP-LER.
           MOVE SALDOCONG TO W-QT6-E
           MOVE SPACES TO REGINVDIFTX
           STRING "     LOTE " LOTEINV "                       "
                  W-QT6-E
                  DELIMITED BY SIZE INTO REGINVDIFTX
           MOVE QTDCONT TO W-QT6-E
           MOVE W-QT6-E TO REGINVDIFTX (50:6)
           MOVE W-DIF   TO W-DIF-E
           MOVE W-DIF-E TO REGINVDIFTX (58:8)
           WRITE REGINVDIFTX
           GO TO DIF-IMP-LER.
       DIF-IMP-TOT.
           MOVE SPACES TO REGINVDIFTX
           WRITE REGINVDIFTX
           MOVE SPACES TO REGINVDIFTX
           STRING "ITENS CONTADOS: " W-QTDCT
                  "   COM DIFERENCA: " W-QTDDIF
                  "   NAO CONTADOS: " W-QTDNC
                  DELIMITED BY SIZE INTO REGINVDIFTX
           WRITE REGINVDIFTX
           COMPUTE W-VALLIQ = W-VALSOB - W-VALFAL
           MOVE W-VALSOB TO W-VAL-E
           MOVE W-VALFAL TO W-VAL2-E
           MOVE W-VALLIQ TO W-VALS-E
           MOVE SPACES TO REGINVDIFTX
           STRING "SOBRAS: " W-VAL-E "   FALTAS: " W-VAL2-E
                  "   LIQUIDO: " W-VALS-E
                  DELIMITED BY SIZE INTO REGINVDIFTX
           WRITE REGINVDIFTX
           MOVE W-NUMINV TO NUMINV
           READ CADINVEN
           IF SITINV = "F"
              MOVE DATAAJINV TO W-AMD-N
              PERFORM CONV-DMA THRU CONV-DMA-FIM
              MOVE W-DMA-N TO W-DATA-E
              MOVE SPACES TO REGINVDIFTX
              STRING "AJUSTES LANCADOS EM " W-DATA-E
                     " COM APROVACAO DO SUPERVISOR " SUPINV
                     DELIMITED BY SIZE INTO REGINVDIFTX
              WRITE REGINVDIFTX.
           CLOSE INVDIFTX.
       DIF-IMP-FIM.
           EXIT.

       CALC-VALDIF.
           IF W-DIF < 0
              COMPUTE W-ADIF = 0 - W-DIF
           ELSE
              MOVE W-DIF TO W-ADIF.
           COMPUTE W-VALD ROUNDED = W-ADIF * CUSTOINV
           IF W-DIF > 0
              ADD W-VALD TO W-VALSOB
           ELSE
              ADD W-VALD TO W-VALFAL.
       CALC-VALDIF-FIM.
           EXIT.

      ***** APROVACAO DO SUPERVISOR E LANCAMENTO DOS AJUSTES ********
       AJUSTA.
           PERFORM PEDE-INV THRU PEDE-INV-FIM
           IF W-INVOK = 0
              GO TO LIMPA-TELA.
           IF SITINV NOT = "A"
              MOVE "*** INVENTARIO NAO ESTA EM CONTAGEM ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           PERFORM RESUMO THRU RESUMO-FIM
           MOVE W-VALSOB TO W-VAL-E
           MOVE W-VALFAL TO W-VAL2-E
           DISPLAY (08, 01) "ITENS CONTADOS: " W-QTDCT
                   "   COM DIFERENCA: " W-QTDDIF
                   "   NAO CONTADOS: " W-QTDNC
           DISPLAY (09, 01) "SOBRAS: " W-VAL-E "   FALTAS: " W-VAL2-E
           IF W-QTDCT = 0
              MOVE "*** NENHUM ITEM CONTADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF W-QTDNC > 0
              DISPLAY (10, 01)
              "ATENCAO: ITENS NAO CONTADOS FICAM SEM AJUSTE".
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 20) "APROVA E LANCA OS AJUSTES (S/N) : "
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LIMPA-TELA.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO LIMPA-TELA.
           PERFORM RELE-INV THRU RELE-INV-FIM
           IF W-INVOK = 0 OR SITINV NOT = "A"
              GO TO LIMPA-TELA.
           DISPLAY (11, 01) "*** LANCANDO OS AJUSTES, AGUARDE ***"
           MOVE UNIDINV TO W-UNID
           PERFORM LER-OPER THRU LER-OPER-FIM
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-HJDIA
           MOVE W-HOJEMES TO W-HJMES
           MOVE W-HOJEANO TO W-HJANO
           MOVE ZEROS TO W-VALSOB W-VALFAL
           MOVE W-NUMINV TO NUMINVIT
           MOVE ZEROS    TO CODITINV
           MOVE SPACES   TO LOTEINV
           START CADINVIT KEY IS NOT LESS KEYINVIT INVALID KEY
              GO TO AJ-FIM.
       AJ-LER.
           READ CADINVIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO AJ-FIM.
           IF NUMINVIT NOT = W-NUMINV
              GO TO AJ-FIM.
           IF CONTINV NOT = "S" OR AJUSINV = "S"
              GO TO AJ-LER.
           COMPUTE W-DIF = QTDCONT - SALDOCONG
           IF W-DIF = 0
              GO TO AJ-MARCA.
           IF LOTEINV NOT = SPACES
              PERFORM AJ-LOTE THRU AJ-LOTE-FIM
              GO TO AJ-MARCA.
           PERFORM CALC-VALDIF THRU CALC-VALDIF-FIM
           PERFORM AJ-MOVIMENTO THRU AJ-MOVIMENTO-FIM
           PERFORM AJ-SALDOS THRU AJ-SALDOS-FIM.
       AJ-MARCA.
           MOVE "S" TO AJUSINV.
       AJ-MARCA-RW.
           REWRITE REGINVIT
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO AJ-MARCA-RW.
           GO TO AJ-LER.
       AJ-FIM.
           PERFORM RELE-INV THRU RELE-INV-FIM
           MOVE "F"       TO SITINV
           MOVE W-SUPCOD  TO SUPINV
           MOVE W-HOJE-N  TO DATAAJINV
           MOVE W-VALSOB  TO VALSOBINV
           MOVE W-VALFAL  TO VALFALINV
           PERFORM REGRAVA-INV THRU REGRAVA-INV-FIM
           MOVE SPACES   TO W-CHAVEAUD
           MOVE W-NUMINV TO W-CHAVEAUD
           MOVE "AJUSTEINV" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           PERFORM DIF-IMP THRU DIF-IMP-FIM
           MOVE "*** AJUSTES LANCADOS, VEJA INVDIFTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** MOVIMENTO DE AJUSTE NO CADMOVES (A=SOBRA B=FALTA) *******
       AJ-MOVIMENTO.
           MOVE CODITINV  TO CODITMV
           MOVE W-HOJEDMA TO DATAMOV
           MOVE ZEROS     TO W-SEQLIV.
       AJ-MOV-SEQ.
           ADD 1 TO W-SEQLIV
           IF W-SEQLIV > 999
              MOVE "*** SEM SEQ LIVRE NO MOVIMENTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AJ-MOVIMENTO-FIM.
           MOVE W-SEQLIV TO SEQMOV
           READ CADMOVES
           IF ST-ERRO = "00"
              GO TO AJ-MOV-SEQ.
           MOVE CODITINV  TO CODITMV
           MOVE W-HOJEDMA TO DATAMOV
           MOVE W-SEQLIV  TO SEQMOV
           IF W-DIF > 0
              MOVE "A"    TO TIPOMOV
           ELSE
              MOVE "B"    TO TIPOMOV.
           IF W-ADIF > 99999
              MOVE 99999  TO QTDMOV
           ELSE
              MOVE W-ADIF TO QTDMOV.
           MOVE ZEROS     TO CPFMV DATACONMV SEQCONMV NUMPEDMV
           MOVE ZEROS     TO VALIDMOV UNIDDEST
           MOVE W-CODOPERAUD TO OPERMOV
           MOVE CUSTOINV  TO CUSTOMOV
           MOVE SPACES    TO LOTEMOV
           MOVE W-UNID    TO UNIDMOV.
       AJ-MOV-WR.
           WRITE REGMOV
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO AJ-MOV-WR.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO GRAVANDO O MOVIMENTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AJ-MOVIMENTO-FIM.
           MOVE W-HOJEDMA TO DATAMVINV
           MOVE W-SEQLIV  TO SEQMVINV.
       AJ-MOVIMENTO-FIM.
           EXIT.

      ***** SALDO GERAL DO ITEM E SALDO DA UNIDADE ******************
      ***** (UNIDADE SEM SALDO PROPRIO FICA COM O CONTADO) **********
       AJ-SALDOS.
           MOVE CODITINV TO CODITEM
           READ CADITEM
           IF ST-ERRO NOT = "00"
              GO TO AJ-SALDOS-UNI.
           IF W-DIF > 0
              ADD W-ADIF TO SALDOITEM
           ELSE
              IF SALDOITEM NOT < W-ADIF
                 SUBTRACT W-ADIF FROM SALDOITEM
              ELSE
                 MOVE ZEROS TO SALDOITEM.
       AJ-SALDOS-ITRW.
           REWRITE REGITEM
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO AJ-SALDOS-ITRW.
       AJ-SALDOS-UNI.
           IF W-HASUNI = 0
              GO TO AJ-SALDOS-FIM.
           MOVE CODITINV TO CODITEU
           MOVE W-UNID   TO CODUNIEU
           READ CADESTUN
           IF ST-ERRO NOT = "00"
              MOVE CODITINV TO CODITEU
              MOVE W-UNID   TO CODUNIEU
              MOVE QTDCONT  TO SALDOEU
              WRITE REGESTUN
              GO TO AJ-SALDOS-FIM.
           IF W-DIF > 0
              ADD W-ADIF TO SALDOEU
           ELSE
              IF SALDOEU NOT < W-ADIF
                 SUBTRACT W-ADIF FROM SALDOEU
              ELSE
                 MOVE ZEROS TO SALDOEU.
       AJ-SALDOS-EURW.
           REWRITE REGESTUN
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO AJ-SALDOS-EURW.
       AJ-SALDOS-FIM.
           EXIT.

      ***** SALDO DO LOTE CONTADO ***********************************
       AJ-LOTE.
           IF W-HASLOT = 0
              GO TO AJ-LOTE-FIM.
           IF W-DIF < 0
              COMPUTE W-ADIF = 0 - W-DIF
           ELSE
              MOVE W-DIF TO W-ADIF.
           MOVE CODITINV TO CODITLT
           MOVE LOTEINV  TO LOTELT
           READ CADLOTES
           IF ST-ERRO NOT = "00"
              IF W-DIF > 0
                 MOVE CODITINV TO CODITLT
                 MOVE LOTEINV  TO LOTELT
                 MOVE VALIDINV TO VALIDLT
                 MOVE QTDCONT  TO SALDOLT
                 MOVE "A"      TO SITUACAOLT
                 WRITE REGLOTE
                 GO TO AJ-LOTE-FIM
              ELSE
                 GO TO AJ-LOTE-FIM.
           IF W-DIF > 0
              ADD W-ADIF TO SALDOLT
           ELSE
              IF SALDOLT NOT < W-ADIF
                 SUBTRACT W-ADIF FROM SALDOLT
              ELSE
                 MOVE ZEROS TO SALDOLT.
       AJ-LOTE-RW.
           REWRITE REGLOTE
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO AJ-LOTE-RW.
       AJ-LOTE-FIM.
           EXIT.

      ***** TOTAIS DA CONTAGEM PARA A APROVACAO *********************
       RESUMO.
           MOVE ZEROS TO W-VALSOB W-VALFAL W-QTDNC W-QTDCT W-QTDDIF
           MOVE W-NUMINV TO NUMINVIT
           MOVE ZEROS    TO CODITINV
           MOVE SPACES   TO LOTEINV
           START CADINVIT KEY IS NOT LESS KEYINVIT INVALID KEY
              GO TO RESUMO-FIM.
       RESUMO-LER.
           READ CADINVIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO RESUMO-FIM.
           IF NUMINVIT NOT = W-NUMINV
              GO TO RESUMO-FIM.
           IF LOTEINV NOT = SPACES
              GO TO RESUMO-LER.
           IF CONTINV NOT = "S"
              ADD 1 TO W-QTDNC
              GO TO RESUMO-LER.
           ADD 1 TO W-QTDCT
           COMPUTE W-DIF = QTDCONT - SALDOCONG
           IF W-DIF NOT = 0
              ADD 1 TO W-QTDDIF
              PERFORM CALC-VALDIF THRU CALC-VALDIF-FIM.
           GO TO RESUMO-LER.
       RESUMO-FIM.
           EXIT.

      ***** CANCELAMENTO DE UM INVENTARIO AINDA EM CONTAGEM *********
       CANCELA.
           PERFORM PEDE-INV THRU PEDE-INV-FIM
           IF W-INVOK = 0
              GO TO LIMPA-TELA.
           IF SITINV NOT = "A"
              MOVE "*** INVENTARIO NAO ESTA EM CONTAGEM ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 30) "CANCELA O INVENTARIO (S/N) : "
           ACCEPT (23, 59) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LIMPA-TELA.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO LIMPA-TELA.
           PERFORM RELE-INV THRU RELE-INV-FIM
           IF W-INVOK = 0 OR SITINV NOT = "A"
              GO TO LIMPA-TELA.
           MOVE "X"      TO SITINV
           MOVE W-SUPCOD TO SUPINV
           PERFORM REGRAVA-INV THRU REGRAVA-INV-FIM
           MOVE SPACES   TO W-CHAVEAUD
           MOVE W-NUMINV TO W-CHAVEAUD
           MOVE "CANCELINV" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "*** INVENTARIO CANCELADO, SEM AJUSTES ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** HISTORICO DOS INVENTARIOS PARA A CONTABILIDADE **********
       HISTORICO.
           OPEN OUTPUT INVHISTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO INVHISTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE SPACES TO REGINVHISTX
           STRING "HISTORICO DOS INVENTARIOS FISICOS"
                  DELIMITED BY SIZE INTO REGINVHISTX
           WRITE REGINVHISTX
           MOVE SPACES TO REGINVHISTX
           STRING "NUMERO UN CONGELADO  SITUACAO   LINHAS AJUSTADO  "
                  "        SOBRAS         FALTAS"
                  DELIMITED BY SIZE INTO REGINVHISTX
           WRITE REGINVHISTX
           MOVE ALL "-" TO REGINVHISTX
           WRITE REGINVHISTX
           MOVE ZEROS TO NUMINV
           START CADINVEN KEY IS NOT LESS NUMINV INVALID KEY
              GO TO HISTORICO-FIM.
       HISTORICO-LER.
           READ CADINVEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO HISTORICO-FIM.
           PERFORM TEXTO-SIT THRU TEXTO-SIT-FIM
           MOVE DATAINV TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           MOVE ZEROS TO W-DATA2-E
           IF DATAAJINV NOT = 0
              MOVE DATAAJINV TO W-AMD-N
              PERFORM CONV-DMA THRU CONV-DMA-FIM
              MOVE W-DMA-N TO W-DATA2-E.
           MOVE VALSOBINV TO W-VAL-E
           MOVE VALFALINV TO W-VAL2-E
           MOVE SPACES TO REGINVHISTX
           STRING NUMINV "  " UNIDINV " " W-DATA-E "  " W-SITTXT " "
                  QTDLININV " " W-DATA2-E " " W-VAL-E "  " W-VAL2-E
                  DELIMITED BY SIZE INTO REGINVHISTX
           WRITE REGINVHISTX
           GO TO HISTORICO-LER.
       HISTORICO-FIM.
           CLOSE INVHISTX
           MOVE "*** HISTORICO GRAVADO EM INVHISTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** PEDE O NUMERO E MOSTRA O INVENTARIO *********************
       PEDE-INV.
           MOVE 0 TO W-INVOK
           DISPLAY (21, 01) W-BRANCO
           DISPLAY (22, 01) W-BRANCO
           MOVE ZEROS TO W-NUMINV
           DISPLAY (05, 01) "INVENTARIO: "
           ACCEPT  (05, 13) W-NUMINV
           IF W-NUMINV = 0
              GO TO PEDE-INV-FIM.
           PERFORM RELE-INV THRU RELE-INV-FIM
           IF W-INVOK = 0
              MOVE "*** INVENTARIO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PEDE-INV-FIM.
           PERFORM TEXTO-SIT THRU TEXTO-SIT-FIM
           MOVE DATAINV TO W-AMD-N
           PERFORM CONV-DMA THRU CONV-DMA-FIM
           MOVE W-DMA-N TO W-DATA-E
           DISPLAY (05, 20) "UNIDADE " UNIDINV "  CONGELADO EM "
                   W-DATA-E "  " W-SITTXT "  LINHAS " QTDLININV.
       PEDE-INV-FIM.
           EXIT.

       RELE-INV.
           MOVE 0 TO W-INVOK
           MOVE W-NUMINV TO NUMINV
           READ CADINVEN
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO RELE-INV.
           IF ST-ERRO = "00"
              MOVE 1 TO W-INVOK.
       RELE-INV-FIM.
           EXIT.

       REGRAVA-INV.
           REWRITE REGINVEN
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO REGRAVA-INV.
       REGRAVA-INV-FIM.
           EXIT.

       TEXTO-SIT.
           MOVE SPACES TO W-SITTXT
           IF SITINV = "A"
              MOVE "CONTAGEM" TO W-SITTXT.
           IF SITINV = "F"
              MOVE "AJUSTADO" TO W-SITTXT.
           IF SITINV = "X"
              MOVE "CANCELADO" TO W-SITTXT.
       TEXTO-SIT-FIM.
           EXIT.

      ***** ULTIMO NUMERO USADO E INVENTARIO ABERTO NA UNIDADE ******
       ACHA-NUMINV.
           MOVE ZEROS TO W-NUMINV W-ABERTO
           MOVE ZEROS TO NUMINV
           START CADINVEN KEY IS NOT LESS NUMINV INVALID KEY
              GO TO ACHA-NUMINV-FIM.
       ACHA-NUMINV-LER.
           READ CADINVEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-NUMINV-FIM.
           IF NUMINV > W-NUMINV
              MOVE NUMINV TO W-NUMINV.
           IF UNIDINV = W-UNID AND SITINV = "A"
              MOVE NUMINV TO W-ABERTO.
           GO TO ACHA-NUMINV-LER.
       ACHA-NUMINV-FIM.
           EXIT.

      ***** SALDO DO ITEM NA UNIDADE E SALDO NAS OUTRAS UNIDADES ****
      ***** ITEM SEM SALDO POR UNIDADE USA O SALDO GERAL ************
       SALDO-UNID.
           MOVE ZEROS TO W-SALDO W-OUTRAS W-TEMEU
           IF W-HASUNI = 0
              GO TO SALDO-UNID-SEM.
           MOVE CODITEM TO CODITEU
           MOVE ZEROS   TO CODUNIEU
           START CADESTUN KEY IS NOT LESS KEYESTUN INVALID KEY
              GO TO SALDO-UNID-SEM.
       SALDO-UNID-LER.
           READ CADESTUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO SALDO-UNID-SEM.
           IF CODITEU NOT = CODITEM
              GO TO SALDO-UNID-SEM.
           MOVE 1 TO W-TEMEU
           IF CODUNIEU = W-UNID
              MOVE SALDOEU TO W-SALDO
           ELSE
              ADD SALDOEU TO W-OUTRAS.
           GO TO SALDO-UNID-LER.
       SALDO-UNID-SEM.
           IF W-TEMEU = 0
              MOVE SALDOITEM TO W-SALDO.
       SALDO-UNID-FIM.
           EXIT.

      ***** CUSTO DA ULTIMA ENTRADA DO ITEM (VALORIZA A DIFERENCA) **
       ULT-CUSTO.
           MOVE ZEROS TO W-ULTCUS W-SERULT
           MOVE CODITEM TO CODITMV
           MOVE ZEROS   TO DATAMOV SEQMOV
           START CADMOVES KEY IS NOT LESS KEYMOV INVALID KEY
              GO TO ULT-CUSTO-FIM.
       ULT-CUSTO-LER.
           READ CADMOVES NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULT-CUSTO-FIM.
           IF CODITMV NOT = CODITEM
              GO TO ULT-CUSTO-FIM.
           IF TIPOMOV NOT = "E" OR CUSTOMOV = 0
              GO TO ULT-CUSTO-LER.
           MOVE DIAMOV TO W-DSDIA
           MOVE MESMOV TO W-DSMES
           MOVE ANOMOV TO W-DSANO
           IF W-DSMES < 1 OR W-DSMES > 12
              GO TO ULT-CUSTO-LER.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER NOT < W-SERULT
              MOVE W-DSSER  TO W-SERULT
              MOVE CUSTOMOV TO W-ULTCUS.
           GO TO ULT-CUSTO-LER.
       ULT-CUSTO-FIM.
           EXIT.

       LE-DENOM.
           MOVE SPACES TO W-DENOM W-UNIDIT
           MOVE CODITINV TO CODITEM
           READ CADITEM
           IF ST-ERRO = "00"
              MOVE DENOMITEM TO W-DENOM
              MOVE UNIDITEM  TO W-UNIDIT.
       LE-DENOM-FIM.
           EXIT.

       CONV-DMA.
           MOVE W-AMDDIA TO W-DMADIA
           MOVE W-AMDMES TO W-DMAMES
           MOVE W-AMDANO TO W-DMAANO.
       CONV-DMA-FIM.
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
           DISPLAY TELAINV
           GO TO ACAO.

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
                MOVE "SMP080"          TO W-LINHAUD-PROG
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
           CLOSE CADINVEN CADINVIT CADITEM CADMOVES.
           IF W-HASUNI = 1
              CLOSE CADESTUN.
           IF W-HASLOT = 1
              CLOSE CADLOTES.
           IF W-HASCUN = 1
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
           MOVE SPACES TO W-ARQ-CADINVEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINVEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINVEN
           MOVE SPACES TO W-ARQ-CADINVIT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINVIT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINVIT
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
           MOVE SPACES TO W-ARQ-CADLOTES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLOTES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLOTES
           MOVE SPACES TO W-ARQ-CADSESSO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSESSO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSESSO
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-INVCONTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "INVCONTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-INVCONTX
           MOVE SPACES TO W-ARQ-INVDIFTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "INVDIFTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-INVDIFTX
           MOVE SPACES TO W-ARQ-INVHISTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "INVHISTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-INVHISTX
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
