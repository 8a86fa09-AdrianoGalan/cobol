                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT REPLAYTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 VALORPAGTO       PIC 9(08)V99.
          03 OPERPAGTO        PIC 9(04).
          03 SITUACAOPG       PIC X(01).
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
       FD REPLAYTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADPAGTO PIC X(64) VALUE
          "CADPAGTO.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-REPLAYTX PIC X(64) VALUE
          "REPLAYTX.TXT".
       01 WS-JRNFILE  PIC X(64) VALUE SPACES.
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 03  COLUMN 01
               VALUE  "  *** RECUPERACAO PELO JORNAL DO DIA **".
           05  LINE 03  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           MOVE ZEROS TO W-DATAJ W-HORACORTE
           IF JR-ARQ = "CADPAGTO"
              PERFORM APLICA-PAGTO THRU APLICA-PAGTO-FIM
              GO TO LER-JORNAL.
           IF JR-ARQ = "CADESTOR"
              PERFORM APLICA-ESTOR THRU APLICA-ESTOR-FIM
              GO TO LER-JORNAL.
           ADD 1 TO W-TOTPULA
           GO TO LER-JORNAL.

       APLICA-PAGTO-FIM.
           EXIT.

       APLICA-ESTOR.
           MOVE JR-IMAGEM TO REGESTOR
           READ CADESTOR
           IF ST-ERRO = "00"
              MOVE JR-IMAGEM TO REGESTOR
              REWRITE REGESTOR
           ELSE
              MOVE JR-IMAGEM TO REGESTOR
              WRITE REGESTOR.
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTAPLIC
           ELSE
              ADD 1 TO W-TOTERRO.
       APLICA-ESTOR-FIM.
           EXIT.

      ***** ABRE (OU CRIA) AS BASES ALVO ****************************
       ABRE-BASES.
           OPEN I-O CADCONSU
              OPEN OUTPUT CADPAGTO
              CLOSE CADPAGTO
              OPEN I-O CADPAGTO.
           OPEN I-O CADESTOR
           IF ST-ERRO = "30"
              OPEN OUTPUT CADESTOR
              CLOSE CADESTOR
              OPEN I-O CADESTOR.
       ABRE-BASES-FIM.
           EXIT.

           WRITE REGREPLAYTX.
           CLOSE JORNAL REPLAYTX
           CLOSE CADCONSU CADPACI CADCAIXA CADFATUR CADPAGTO
           CLOSE CADESTOR
           MOVE "*** REAPLICACAO CONCLUIDA (REPLAYTX.TXT) ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGTO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGTO
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-REPLAYTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "REPLAYTX.TXT" DELIMITED BY SIZE
