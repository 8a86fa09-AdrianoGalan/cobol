                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT FECHATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 OPERCX           PIC 9(04).
          03 SITUACAOCX       PIC X(01).
          03 NUMRECIBO        PIC 9(06).
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
       FD FECHATX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-FECHATX PIC X(64) VALUE
          "FECHATX.TXT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
       01 W-COPAGESP   PIC 9(08)V99 VALUE ZEROS.
       01 W-COPAGREC   PIC 9(08)V99 VALUE ZEROS.
       01 W-COPAGDIF   PIC S9(08)V99 VALUE ZEROS.
       01 W-HASEST     PIC 9(01) VALUE ZEROS.
       01 W-QTDEST     PIC 9(04) VALUE ZEROS.
       01 W-ESTDIA     PIC 9(08)V99 VALUE ZEROS.
       01 W-CXLIQ      PIC S9(08)V99 VALUE ZEROS.

       01 W-LINHAUD.
          03 W-LINHAUD-DATA   PIC 9(08).
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** RELATORIO DE FECHAMENTO DIARIO **".
           05  LINE 06  COLUMN 01
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
       SOMA-CAIXA-FIM.
           CLOSE CADCAIXA.

      ***** ESTORNOS DEVOLVIDOS NO DIA: SAIDA SEPARADA DO CAIXA ******
       SOMA-EST.
           MOVE 1 TO W-HASEST
           OPEN INPUT CADESTOR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEST
              GO TO MONTA-RELATORIO.
           MOVE ZEROS TO NUMRECES
           START CADESTOR KEY IS NOT LESS NUMRECES INVALID KEY
              GO TO SOMA-EST-FIM.
       SOMA-EST-LER.
           READ CADESTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-EST-FIM.
           IF ANOES = W-HOJEANO
              IF MESES = W-HOJEMES
                 IF DIAES = W-HOJEDIA
                    ADD 1 TO W-QTDEST
                    ADD VALORES TO W-ESTDIA.
           GO TO SOMA-EST-LER.
       SOMA-EST-FIM.
           CLOSE CADESTOR.

       MONTA-RELATORIO.
           OPEN OUTPUT FECHATX
           IF ST-ERRO NOT = "00"
              STRING "SEM MOVIMENTO DE CAIXA REGISTRADO"
                     DELIMITED BY SIZE INTO REGFECHATX
              WRITE REGFECHATX.
           IF W-HASEST = 1
              MOVE SPACES TO REGFECHATX
              STRING "ESTORNOS DEVOLVIDOS (" W-QTDEST ") ..... : "
                     W-ESTDIA
                     DELIMITED BY SIZE INTO REGFECHATX
              WRITE REGFECHATX
              SUBTRACT W-ESTDIA FROM W-COPAGREC GIVING W-CXLIQ
              MOVE SPACES TO REGFECHATX
              STRING "CAIXA LIQUIDO (REC.-ESTORNOS) .. : " W-CXLIQ
                     DELIMITED BY SIZE INTO REGFECHATX
              WRITE REGFECHATX.

       FECHA-RELATORIO.
           CLOSE FECHATX.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-FECHATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "FECHATX.TXT" DELIMITED BY SIZE
