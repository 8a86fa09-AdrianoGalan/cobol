      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * INTERCAMBIO COM O LABORATORIO:                  *
      * E = EXPORTA PEDIDOS ABERTOS JA COLETADOS NA     *
      *     SALA DE COLETA (PEDLABTX.TXT) E A AMOSTRA   *
      * I = IMPORTA RESULTADOS (RESLABTX.TXT) E MARCA   *
      *     OS EXAMES COMO RESULTADOS; REJEITADOS EM    *
      *     RESLABER.TXT                                *
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOLET
                    FILE STATUS  IS ST-ERRO.

       SELECT PEDLABTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
      *
       FD CADCOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOLET.
       01 REGCOLET.
          03 KEYCOLET.
             05 CPFCL         PIC 9(11).
             05 DATACL.
                07 DIACL      PIC 9(02).
                07 MESCL      PIC 9(02).
                07 ANOCL      PIC 9(04).
             05 SEQCL         PIC 9(02).
             05 ITEMCL        PIC 9(02).
          03 AMOSTRACL        PIC 9(08).
          03 CODEXACL         PIC X(10).
          03 DATACOLCL        PIC 9(08).
          03 HORACOLCL        PIC 9(04).
          03 OPERCOLCL        PIC 9(04).
          03 TUBOSCL          PIC 9(02).
      *
       FD PEDLABTX
               LABEL RECORD IS STANDARD
          03 PD-ITEM       PIC 9(02).
          03 PD-CODEXA     PIC X(10).
          03 PD-CRM        PIC 9(06).
          03 PD-AMOSTRA    PIC 9(08).
          03 PD-DATACOL    PIC 9(08).
          03 PD-HORACOL    PIC 9(04).
          03 PD-TUBOS      PIC 9(02).
      *
       FD RESLABTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADEXAME PIC X(64) VALUE
          "CADEXAME.DAT".
       01 W-ARQ-CADCOLET PIC X(64) VALUE
          "CADCOLET.DAT".
       01 W-ARQ-PEDLABTX PIC X(64) VALUE
          "PEDLABTX.TXT".
       01 W-ARQ-RESLABTX PIC X(64) VALUE
       01 W-TOTATUAL  PIC 9(05) VALUE ZEROS.
       01 W-TOTNAO    PIC 9(05) VALUE ZEROS.
       01 W-TOTEXP    PIC 9(05) VALUE ZEROS.
       01 W-TOTNCOL   PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** INTERCAMBIO COM O LABORATORIO ***".
           05  LINE 06  COLUMN 01
               VALUE  "  E = EXPORTA PEDIDOS COLETADOS (PEDLABTX".
           05  LINE 06  COLUMN 43
               VALUE  ".TXT)".
           05  LINE 07  COLUMN 01
               VALUE  "  I = IMPORTA RESULTADOS (RESLABTX.TXT)".
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
           DISPLAY TELAFILTRO.
              MOVE "*** ARQUIVO CADEXAME NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
      ***** SO VAI AO LABORATORIO O QUE FOI COLETADO (SMP064) ******
           OPEN INPUT CADCOLET
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA COLETA REGISTRADA AINDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEXAME
              GO TO RotinaFim2.
           OPEN OUTPUT PEDLABTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PEDLABTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEXAME CADCOLET
              GO TO RotinaFim2.
           MOVE ZEROS TO W-TOTEXP W-TOTNCOL
           MOVE ZEROS TO KEYEXAME
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
              GO TO EXPORTA-FIM.
              GO TO EXPORTA-FIM.
           IF STATUSEXAME NOT = "P"
              GO TO EXPORTA-LER.
           MOVE KEYEXAME TO KEYCOLET
           READ CADCOLET
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-TOTNCOL
              GO TO EXPORTA-LER.
           MOVE CPFE      TO PD-CPF
           MOVE DATAE     TO PD-DATA
           MOVE SEQE      TO PD-SEQ
           MOVE ITEME     TO PD-ITEM
           MOVE CODEXAME  TO PD-CODEXA
           MOVE MEDICOEXA TO PD-CRM
           MOVE AMOSTRACL TO PD-AMOSTRA
           MOVE DATACOLCL TO PD-DATACOL
           MOVE HORACOLCL TO PD-HORACOL
           MOVE TUBOSCL   TO PD-TUBOS
           WRITE REGPEDLABTX
           ADD 1 TO W-TOTEXP
           GO TO EXPORTA-LER.

       EXPORTA-FIM.
           CLOSE CADEXAME CADCOLET PEDLABTX
           MOVE SPACES TO MENS
           STRING "*** " W-TOTEXP " PEDIDOS EM PEDLABTX.TXT ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           IF W-TOTNCOL > 0
              MOVE SPACES TO MENS
              STRING "*** " W-TOTNCOL " PEDIDOS AINDA NAO COLETADOS ***"
                     DELIMITED BY SIZE INTO MENS
              PERFORM RMensa THRU RMensa-FIM.
           GO TO RotinaFim2.

      ***** IMPORTACAO DOS RESULTADOS DO LABORATORIO *****************
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEXAME.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEXAME
           MOVE SPACES TO W-ARQ-CADCOLET
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOLET.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOLET
           MOVE SPACES TO W-ARQ-PEDLABTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PEDLABTX.TXT" DELIMITED BY SIZE
