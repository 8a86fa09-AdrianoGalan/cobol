       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPWTRN.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * IDENTIFICA A BASE DE TREINAMENTO: A COPIA FEITA *
      * PELO SMPRTRE LEVA A CHAVE TREINO NO CADPARAM    *
      * (RESERVADA NO SMP015). DEVOLVE O AVISO QUE AS   *
      * TELAS MOSTRAM NA LINHA 1, EM BRANCO NA BASE     *
      * REAL; OS PROGRAMAS DE INTERCAMBIO E EXPORTACAO  *
      * NAO RODAM COM O AVISO PREENCHIDO                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-CARREGOU    PIC 9(01) VALUE ZEROS.
       01 W-AVISO       PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      ***** LNK-AVISO: TEXTO DA LINHA 1 (ESPACOS = BASE REAL)
       01 LNK-AVISO     PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-AVISO.
      ***** A BASE NAO MUDA DURANTE A SESSAO: CONFERE SO UMA VEZ ***
       INI-ARQ.
           IF W-CARREGOU = 1
              GO TO DEVOLVE.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           PERFORM CHK-TREINO THRU CHK-TREINO-FIM
           MOVE 1 TO W-CARREGOU.

       DEVOLVE.
           MOVE W-AVISO TO LNK-AVISO.

       ROT-FIM.
           EXIT PROGRAM.

      ***** A CHAVE VALE MESMO INATIVA: A EXCLUSAO NO CADPARAM E SO *
      ***** LOGICA E A BASE CONTINUA SENDO UMA COPIA ****************
       CHK-TREINO.
           MOVE SPACES TO W-AVISO
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CHK-TREINO-FIM.
           MOVE "TREINO" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              MOVE " **** TREINAMENTO - DADOS FICTICIOS ****"
                                                          TO W-AVISO.
           CLOSE CADPARAM.
       CHK-TREINO-FIM.
           EXIT.

      ***** RESOLVE O DIRETORIO DOS ARQUIVOS DE DADOS ***************
       MONTA-ARQUIVOS.
           DISPLAY "CLINICA_DADOS" UPON ENVIRONMENT-NAME
           ACCEPT W-DIRDADOS FROM ENVIRONMENT-VALUE
           IF W-DIRDADOS = SPACES
              GO TO MONTA-ARQUIVOS-FIM.
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
