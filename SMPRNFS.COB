      **************************************************
      * EXPORTACAO MENSAL DE NOTAS DE SERVICO (NFS-E)   *
      * NO LAYOUT DE LOTE DA PREFEITURA: RECIBOS DO     *
      * CAIXA (RPS), FATURAS DE CONVENIO E FATURAS DAS  *
      * EMPRESAS CLIENTES (EXAMES OCUPACIONAIS) DO MES  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS NUMFATURA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT NFSETX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 PROTOCFAT     PIC X(15).
          03 DATAGERFAT    PIC 9(08).
          03 UNIDFAT       PIC 9(02).
      *
       FD CADFATEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATEM.
       01 REGFATEM.
          03 NUMFATEM         PIC 9(06).
          03 CODEMPFE         PIC 9(04).
          03 CNPJFE           PIC 9(14).
          03 MESFE            PIC 9(02).
          03 ANOFE            PIC 9(04).
          03 QTDFE            PIC 9(05).
          03 VALORFE          PIC 9(08)V99.
          03 VALORRECFE       PIC 9(08)V99.
          03 STATUSFE         PIC X(01).
          03 DATAGERFE        PIC 9(08).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
      ***** ESTORNOS DE RECEBIMENTOS DO CAIXA, UM POR RECIBO.
      ***** KEYCXES = CHAVE DO LANCAMENTO ORIGINAL NO CADCAIXA.
      ***** DATAES NO FORMATO DDMMAAAA (COMO O CADCAIXA) E OPERES
      ***** E O OPERADOR QUE DEVOLVEU (SAIDA NO TURNO DELE).
      ***** SUPES = SUPERVISOR QUE LIBEROU. FORMAES: D/C/P
       FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTOR.
       01 REGESTOR.
          03 NUMRECES         PIC 9(06).
          03 KEYCXES.
             05 CPFES         PIC 9(11).
             05 DATACXES      PIC 9(08).
             05 SEQCXES       PIC 9(02).
          03 DATAES.
             05 DIAES         PIC 9(02).
             05 MESES         PIC 9(02).
             05 ANOES         PIC 9(04).
          03 HORAES           PIC 9(04).
          03 VALORCXES        PIC 9(06)V99.
          03 VALORES          PIC 9(06)V99.
          03 FORMAES          PIC X(01).
          03 MOTIVOES         PIC X(40).
          03 OPERES           PIC 9(04).
          03 SUPES            PIC 9(04).
      *
       FD NFSETX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADFATEM PIC X(64) VALUE
          "CADFATEM.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-NFSETX PIC X(64) VALUE
          "NFSETX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       01 W-TOTREG    PIC 9(06) VALUE ZEROS.
       01 W-TOTVAL    PIC 9(12)V99 VALUE ZEROS.
       01 W-HASFAT    PIC 9(01) VALUE ZEROS.
       01 W-HASFEM    PIC 9(01) VALUE ZEROS.
       01 W-HASEST    PIC 9(01) VALUE ZEROS.
       01 W-TOTCANC   PIC 9(06) VALUE ZEROS.
       01 REGNFSH.
          03 NH-TIPO       PIC X(01).
          03 NH-PREST      PIC 9(06).
          03 ND-DATA       PIC 9(08).
          03 ND-TOMADOR    PIC 9(11).
          03 ND-VALOR      PIC 9(08)V99.
          03 ND-CNPJTOM    PIC 9(14).
      ***** CANCELAMENTO DE RPS (RECIBO ESTORNADO NO MES).
      ***** NC-MOTIVO 2 = SERVICO NAO PRESTADO
       01 REGNFSC.
          03 NC-TIPO       PIC X(01).
          03 NC-SERIE      PIC X(03).
          03 NC-NUMERO     PIC 9(06).
          03 NC-DATA       PIC 9(08).
          03 NC-TOMADOR    PIC 9(11).
          03 NC-VALOR      PIC 9(08)V99.
          03 NC-MOTIVO     PIC 9(01).
       01 REGNFST.
          03 NT-TIPO       PIC X(01).
          03 NT-QTD        PIC 9(06).
          03 NT-TOTAL      PIC 9(12)V99.
          03 NT-QTDCANC    PIC 9(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** EXPORTACAO MENSAL DE NFS-E ***".
           05  LINE 06  COLUMN 01
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

       INICIO.
           MOVE ZEROS TO W-MESF W-ANOF
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFAT.
           MOVE 1 TO W-HASFEM
           OPEN INPUT CADFATEM
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFEM.
           MOVE 1 TO W-HASEST
           OPEN INPUT CADESTOR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEST.

      ***** IDENTIFICADOR DA CLINICA (PARAMETRO CLINICAID)
           MOVE 1 TO W-CLINICA
           MOVE SPACES TO REGNFSETX
           MOVE REGNFSH TO REGNFSETX
           WRITE REGNFSETX.
           MOVE ZEROS TO W-TOTREG W-TOTVAL W-TOTCANC.

      ***** RECIBOS DO CAIXA (RPS) DO MES
       LER-CAIXA.
           MOVE ZEROS TO KEYCAIXA
           START CADCAIXA KEY IS NOT LESS KEYCAIXA INVALID KEY
              GO TO LER-ESTOR.
       LER-CAIXA2.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-ESTOR.
           IF MESCX NOT = W-MESF OR ANOCX NOT = W-ANOF
              GO TO LER-CAIXA2.
           IF SITUACAOCX = "I" OR SITUACAOCX = "C"
              GO TO LER-CAIXA2.
           MOVE ZEROS      TO ND-CNPJTOM
           MOVE "2"        TO ND-TIPO
           MOVE "RPS"      TO ND-SERIE
           MOVE NUMRECIBO  TO ND-NUMERO
           ADD VALORCX TO W-TOTVAL
           GO TO LER-CAIXA2.

      ***** CANCELAMENTO DOS RPS DOS RECIBOS ESTORNADOS NO MES. SO O
      ***** ESTORNO TOTAL CANCELA A NOTA; A DEVOLUCAO PARCIAL NAO TEM
      ***** CANCELAMENTO PARCIAL NO LAYOUT DA PREFEITURA
       LER-ESTOR.
           IF W-HASEST = 0
              GO TO LER-FATUR.
           MOVE ZEROS TO NUMRECES
           START CADESTOR KEY IS NOT LESS NUMRECES INVALID KEY
              GO TO LER-FATUR.
       LER-ESTOR2.
           READ CADESTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FATUR.
           IF MESES NOT = W-MESF OR ANOES NOT = W-ANOF
              GO TO LER-ESTOR2.
           IF VALORES NOT = VALORCXES
              GO TO LER-ESTOR2.
           MOVE "3"        TO NC-TIPO
           MOVE "RPS"      TO NC-SERIE
           MOVE NUMRECES   TO NC-NUMERO
           MOVE DATAES     TO NC-DATA
           MOVE CPFES      TO NC-TOMADOR
           MOVE VALORCXES  TO NC-VALOR
           MOVE 2          TO NC-MOTIVO
           MOVE SPACES TO REGNFSETX
           MOVE REGNFSC TO REGNFSETX
           WRITE REGNFSETX
           ADD 1 TO W-TOTCANC
           GO TO LER-ESTOR2.

      ***** FATURAS DE CONVENIO DO MES
       LER-FATUR.
           IF W-HASFAT = 0
              GO TO LER-FATEM.
           MOVE ZEROS TO NUMFATURA
           START CADFATUR KEY IS NOT LESS NUMFATURA INVALID KEY
              GO TO LER-FATEM.
       LER-FATUR2.
           READ CADFATUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FATEM.
           IF MESFAT NOT = W-MESF OR ANOFAT NOT = W-ANOF
              GO TO LER-FATUR2.
           IF STATUSFAT = "X"
              GO TO LER-FATUR2.
           MOVE ZEROS      TO ND-CNPJTOM
           MOVE "2"        TO ND-TIPO
           MOVE "FAT"      TO ND-SERIE
           MOVE NUMFATURA  TO ND-NUMERO
           ADD VALORFAT TO W-TOTVAL
           GO TO LER-FATUR2.

      ***** FATURAS DAS EMPRESAS CLIENTES DO MES (TOMADOR = EMPRESA,
      ***** IDENTIFICADA PELO CNPJ NO FINAL DO DETALHE)
       LER-FATEM.
           IF W-HASFEM = 0
              GO TO GRAVA-TRAILER.
           MOVE ZEROS TO NUMFATEM
           START CADFATEM KEY IS NOT LESS NUMFATEM INVALID KEY
              GO TO GRAVA-TRAILER.
       LER-FATEM2.
           READ CADFATEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TRAILER.
           IF MESFE NOT = W-MESF OR ANOFE NOT = W-ANOF
              GO TO LER-FATEM2.
           IF STATUSFE = "X"
              GO TO LER-FATEM2.
           MOVE "2"        TO ND-TIPO
           MOVE "EMP"      TO ND-SERIE
           MOVE NUMFATEM   TO ND-NUMERO
           MOVE DATAGERFE  TO ND-DATA
           MOVE CODEMPFE   TO ND-TOMADOR
           MOVE VALORFE    TO ND-VALOR
           MOVE CNPJFE     TO ND-CNPJTOM
           MOVE SPACES TO REGNFSETX
           MOVE REGNFSD TO REGNFSETX
           WRITE REGNFSETX
           ADD 1 TO W-TOTREG
           ADD VALORFE TO W-TOTVAL
           GO TO LER-FATEM2.

       GRAVA-TRAILER.
           MOVE "9"      TO NT-TIPO
           MOVE W-TOTREG TO NT-QTD
           MOVE W-TOTVAL TO NT-TOTAL
           MOVE W-TOTCANC TO NT-QTDCANC
           MOVE SPACES TO REGNFSETX
           MOVE REGNFST TO REGNFSETX
           WRITE REGNFSETX
           CLOSE CADCAIXA.
           IF W-HASFAT = 1
              CLOSE CADFATUR.
           IF W-HASFEM = 1
              CLOSE CADFATEM.
           IF W-HASEST = 1
              CLOSE CADESTOR.
       RotinaFim2.
           EXIT PROGRAM.
       RotinaFim3.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADFATEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATEM
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
