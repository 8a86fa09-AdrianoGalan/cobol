                    RECORD KEY   IS KEYLOTE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGELAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGEL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLOTGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTGE
                    FILE STATUS  IS ST-ERRO.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 VALIDLT          PIC 9(08).
          03 SALDOLT          PIC 9(06).
          03 SITUACAOLT       PIC X(01).
      *
       FD CADGELAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGELAD.
       01 REGGELAD.
          03 CODGEL           PIC 9(03).
          03 UNIDGEL          PIC 9(02).
          03 DESCGEL          PIC X(30).
          03 TMINGEL          PIC S9(02)V9.
          03 TMAXGEL          PIC S9(02)V9.
          03 LEITDIAGEL       PIC 9(01).
          03 EXCGEL           PIC X(01).
          03 TIPOEXCGEL       PIC X(01).
          03 DATAEXCGEL       PIC 9(08).
          03 HORAEXCGEL       PIC 9(04).
          03 DATAULTGEL       PIC 9(08).
          03 HORAULTGEL       PIC 9(04).
          03 SITUACAOGEL      PIC X(01).
      *
       FD CADLOTGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLOTGE.
       01 REGLOTGE.
          03 KEYLOTGE.
             05 CODITLG       PIC 9(04).
             05 LOTELG        PIC X(10).
          03 CODGELLG         PIC 9(03).
          03 DATALG           PIC 9(08).
          03 OPERLG           PIC 9(04).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
       01 W-HASEST      PIC 9(01) VALUE ZEROS.
       01 W-HASLOT      PIC 9(01) VALUE ZEROS.
       01 W-HASUNI      PIC 9(01) VALUE ZEROS.
       01 W-ARQ-CADGELAD PIC X(64) VALUE
          "CADGELAD.DAT".
       01 W-ARQ-CADLOTGE PIC X(64) VALUE
          "CADLOTGE.DAT".
       01 W-HASGEL      PIC 9(01) VALUE ZEROS.
       01 W-HASLGE      PIC 9(01) VALUE ZEROS.
       01 W-UNIDSESS    PIC 9(02) VALUE 1.
       01 W-ITEMVAC     PIC 9(04) VALUE ZEROS.
       01 W-SEQMVLIV    PIC 9(03) VALUE ZEROS.
       SCREEN SECTION.
       01  TELAVACIN.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "       ***** CARTEIRA DE VACINACAO DO P".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE OU CRIA ARQUIVO*************************
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.

      ***** GELADEIRAS E GUARDA DOS LOTES (OPCIONAIS) ***************
       R0GEL.
           MOVE 1 TO W-HASGEL
           OPEN INPUT CADGELAD
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASGEL.
           MOVE 1 TO W-HASLGE
           OPEN INPUT CADLOTGE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASLGE.

      ***** UNIDADE (FILIAL) DA SESSAO DESTE TERMINAL ***************
       R0UNI2.
           MOVE 1 TO W-UNIDSESS
              MOVE "*** DIGITE O LOTE DA VACINA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           PERFORM CHK-GELADEIRA THRU CHK-GELADEIRA-FIM.

       INC-OPC.
                MOVE "S" TO W-OPCAO
           EXIT.

      ***** GUARDA O OPERADOR DA SESSAO COMO APLICADOR ***************
      ***** AVISA SE O LOTE ESTA EM GELADEIRA COM EXCURSAO ABERTA;
      ***** LOTE SEM GUARDA REGISTRADA: GELADEIRAS DA UNIDADE *******
       CHK-GELADEIRA.
           IF W-HASGEL = 0
              GO TO CHK-GELADEIRA-FIM.
           IF W-HASLGE = 0 OR W-ITEMVAC = 0
              GO TO CHK-GEL-UNID.
           MOVE W-ITEMVAC TO CODITLG
           MOVE LOTEVAC   TO LOTELG
           READ CADLOTGE
           IF ST-ERRO NOT = "00"
              GO TO CHK-GEL-UNID.
           MOVE CODGELLG TO CODGEL
           READ CADGELAD
           IF ST-ERRO NOT = "00"
              GO TO CHK-GELADEIRA-FIM.
           IF EXCGEL = "S"
              MOVE "*** AVISO: LOTE EM GELADEIRA COM EXCURSAO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           GO TO CHK-GELADEIRA-FIM.
       CHK-GEL-UNID.
           MOVE ZEROS TO CODGEL
           START CADGELAD KEY IS NOT LESS CODGEL INVALID KEY
              GO TO CHK-GELADEIRA-FIM.
       CHK-GEL-LER.
           READ CADGELAD NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-GELADEIRA-FIM.
           IF UNIDGEL NOT = W-UNIDSESS OR SITUACAOGEL = "I"
              GO TO CHK-GEL-LER.
           IF EXCGEL NOT = "S"
              GO TO CHK-GEL-LER.
           MOVE "*** AVISO: GELADEIRA DA UNIDADE COM EXCURSAO ***"
                                                             TO MENS
           PERFORM RMensa THRU RMensa-FIM.
       CHK-GELADEIRA-FIM.
           EXIT.

       PEGA-OPER.
           MOVE ZEROS TO OPERAPLIC
           DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
              CLOSE CADLOTES.
           IF W-HASUNI = 1
              CLOSE CADESTUN.
           IF W-HASGEL = 1
              CLOSE CADGELAD.
           IF W-HASLGE = 1
              CLOSE CADLOTGE.
           CLOSE CADVACIN.
           CLOSE CADPACI.
           CLOSE CADVACSC.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLOTES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLOTES
           MOVE SPACES TO W-ARQ-CADGELAD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGELAD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGELAD
           MOVE SPACES TO W-ARQ-CADLOTGE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLOTGE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLOTGE
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
