       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPWMSC.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * MASCARA DE CPF, TELEFONE E EMAIL CONFORME O     *
      * PERFIL DO OPERADOR DA SESSAO (REGRAS DO CADMASC,*
      * MANTIDAS NO SMP085). SEM OPERADOR IDENTIFICADO  *
      * OU NA CADEIA NOTURNA VALEM AS REGRAS DO PERFIL B*
      * (CHAMADO PELAS TELAS DE CONSULTA E RELATORIOS;  *
      * O CHAMADOR DA CANCEL NO FIM PARA RELER O PERFIL)*
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMASC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMASC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** MASCARA DE DADOS PESSOAIS POR PERFIL DE OPERADOR
      ***** PERFILMS: R/E/F/S (PERFILOPER) OU B = SEM OPERADOR
      *****           IDENTIFICADO (CADEIA NOTURNA)
      ***** CAMPOMS : C = CPF  T = TELEFONE  E = EMAIL
      ***** TIPOMS  : N = SEM MASCARA  F = SO OS 4 ULTIMOS DIGITOS
      *****           D = OCULTA O DOMINIO DO EMAIL
      *****           I = SO A INICIAL DO USUARIO DO EMAIL
      *****           T = OCULTA O CAMPO INTEIRO
       FD CADMASC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMASC.
       01 REGMASC.
          03 KEYMASC.
             05 PERFILMS      PIC X(01).
             05 CAMPOMS       PIC X(01).
          03 TIPOMS           PIC X(01).
          03 SITUACAOMS       PIC X(01).
          03 DATAMS           PIC 9(08).
          03 OPERMS           PIC 9(04).
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
       01 W-ARQ-CADMASC PIC X(64) VALUE
          "CADMASC.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 WS-SESSFILE   PIC X(64) VALUE SPACES.
       01 W-TERMID      PIC X(08) VALUE SPACES.
       01 W-CARREGOU    PIC 9(01) VALUE ZEROS.
       01 W-BATCH       PIC 9(01) VALUE ZEROS.
       01 W-HOJEB       PIC 9(06) VALUE ZEROS.
       01 W-CODSES      PIC 9(04) VALUE ZEROS.
       01 W-PERFIL      PIC X(01) VALUE "B".
      ***** MASCARA VIGENTE DE CADA CAMPO PARA O PERFIL (N = NENHUMA)
       01 W-TIPOCPF     PIC X(01) VALUE "N".
       01 W-TIPOTEL     PIC X(01) VALUE "N".
       01 W-TIPOEMA     PIC X(01) VALUE "N".
       01 W-TIPO        PIC X(01) VALUE "N".
       01 W-POSARR      PIC 9(02) VALUE ZEROS.
       01 W-RESTO       PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      ***** LNK-CAMPO: C = CPF  T = TELEFONE  E = EMAIL
      ***** LNK-ENTRA: VALOR COMPLETO (CPF E TELEFONE COM 11 DIGITOS)
      ***** LNK-SAIDA: VALOR COMO O OPERADOR PODE VE-LO
       01 LNK-CAMPO     PIC X(01).
       01 LNK-ENTRA     PIC X(30).
       01 LNK-SAIDA     PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-CAMPO LNK-ENTRA LNK-SAIDA.
      ***** NA PRIMEIRA CHAMADA IDENTIFICA O PERFIL E LE AS REGRAS **
       INI-ARQ.
           IF W-CARREGOU = 1
              GO TO APLICA.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           PERFORM ACHA-PERFIL THRU ACHA-PERFIL-FIM
           PERFORM LER-REGRAS THRU LER-REGRAS-FIM
           MOVE 1 TO W-CARREGOU.

      ***** APLICA A MASCARA DO CAMPO ******************************
       APLICA.
           MOVE LNK-ENTRA TO LNK-SAIDA
           MOVE "N" TO W-TIPO
           IF LNK-CAMPO = "C"
              MOVE W-TIPOCPF TO W-TIPO.
           IF LNK-CAMPO = "T"
              MOVE W-TIPOTEL TO W-TIPO.
           IF LNK-CAMPO = "E"
              MOVE W-TIPOEMA TO W-TIPO.
           IF W-TIPO = "N"
              GO TO ROT-FIM.
      ***** CAMPO NAO PREENCHIDO NAO TEM O QUE ESCONDER
           IF LNK-ENTRA = SPACES
              GO TO ROT-FIM.
           IF LNK-CAMPO NOT = "E" AND LNK-ENTRA (1:11) = ZEROS
              GO TO ROT-FIM.
           IF LNK-CAMPO = "E"
              GO TO MASC-EMAIL.
      ***** CPF E TELEFONE (11 DIGITOS): F MANTEM OS 4 ULTIMOS
           IF W-TIPO = "F"
              MOVE "*******" TO LNK-SAIDA (1:7)
              GO TO ROT-FIM.
           MOVE "***********" TO LNK-SAIDA (1:11)
           GO TO ROT-FIM.

      ***** EMAIL: D MANTEM O USUARIO, I SO A INICIAL E O DOMINIO **
       MASC-EMAIL.
           MOVE ZEROS TO W-POSARR
           INSPECT LNK-ENTRA TALLYING W-POSARR
                   FOR CHARACTERS BEFORE INITIAL "@"
           MOVE SPACES TO LNK-SAIDA
           IF W-POSARR = 0 OR W-POSARR > 28
              MOVE "*****@*****" TO LNK-SAIDA
              GO TO ROT-FIM.
           IF W-TIPO = "D"
              STRING LNK-ENTRA (1:W-POSARR + 1) "*****"
                     DELIMITED BY SIZE INTO LNK-SAIDA
              GO TO ROT-FIM.
           IF W-TIPO = "I"
              COMPUTE W-RESTO = 30 - W-POSARR
              STRING LNK-ENTRA (1:1) "****"
                     LNK-ENTRA (W-POSARR + 1:W-RESTO)
                     DELIMITED BY SIZE INTO LNK-SAIDA
              GO TO ROT-FIM.
           MOVE "*****@*****" TO LNK-SAIDA.

       ROT-FIM.
           EXIT PROGRAM.

      ***** PERFIL DO OPERADOR DA SESSAO DESTE TERMINAL ************
      ***** (CODIGO 1 E SEMPRE SUPERVISOR, COMO NO MENU) ***********
       ACHA-PERFIL.
           MOVE "B" TO W-PERFIL
           PERFORM CHK-BATCH THRU CHK-BATCH-FIM
           IF W-BATCH = 1
              GO TO ACHA-PERFIL-FIM.
           MOVE ZEROS TO W-CODSES
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
              GO TO ACHA-PERFIL-FIM.
           READ SESSAO
           IF ST-ERRO = "00"
              MOVE SESSCODOPER TO W-CODSES.
           CLOSE SESSAO
           IF W-CODSES = 0
              GO TO ACHA-PERFIL-FIM.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              GO TO ACHA-PERFIL-FIM.
           MOVE W-CODSES TO CODOPER
           READ CADOPER
           IF ST-ERRO = "00"
              MOVE PERFILOPER TO W-PERFIL
              IF CODOPER = 1
                 MOVE "S" TO W-PERFIL.
           CLOSE CADOPER.
       ACHA-PERFIL-FIM.
           EXIT.

      ***** REGRAS ATIVAS DO PERFIL PARA OS TRES CAMPOS ************
      ***** (SEM CADMASC OU SEM REGRA O CAMPO SAI COMPLETO) ********
       LER-REGRAS.
           MOVE "N" TO W-TIPOCPF W-TIPOTEL W-TIPOEMA
           OPEN INPUT CADMASC
           IF ST-ERRO NOT = "00"
              GO TO LER-REGRAS-FIM.
           MOVE W-PERFIL TO PERFILMS
           MOVE "C" TO CAMPOMS
           READ CADMASC
           IF ST-ERRO = "00" AND SITUACAOMS NOT = "I"
              MOVE TIPOMS TO W-TIPOCPF.
           MOVE W-PERFIL TO PERFILMS
           MOVE "T" TO CAMPOMS
           READ CADMASC
           IF ST-ERRO = "00" AND SITUACAOMS NOT = "I"
              MOVE TIPOMS TO W-TIPOTEL.
           MOVE W-PERFIL TO PERFILMS
           MOVE "E" TO CAMPOMS
           READ CADMASC
           IF ST-ERRO = "00" AND SITUACAOMS NOT = "I"
              MOVE TIPOMS TO W-TIPOEMA.
           CLOSE CADMASC.
       LER-REGRAS-FIM.
           EXIT.

      ***** MODO BATCH: A CADEIA NOTURNA (SMPRNOC) GRAVA A DATA ******
      ***** DO DIA NA CHAVE BATCHNOC DO CADPARAM (CHAVE DE OUTRO ****
      ***** DIA NAO VALE) *******************************************
       CHK-BATCH.
           MOVE 0 TO W-BATCH
           ACCEPT W-HOJEB FROM DATE
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CHK-BATCH-FIM.
           MOVE "BATCHNOC" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF VALORPAR = W-HOJEB
                 IF SITUACAOPA NOT = "I"
                    MOVE 1 TO W-BATCH.
           CLOSE CADPARAM.
       CHK-BATCH-FIM.
           EXIT.

      ***** RESOLVE O DIRETORIO DOS ARQUIVOS DE DADOS ***************
       MONTA-ARQUIVOS.
           DISPLAY "CLINICA_DADOS" UPON ENVIRONMENT-NAME
           ACCEPT W-DIRDADOS FROM ENVIRONMENT-VALUE
           IF W-DIRDADOS = SPACES
              GO TO MONTA-ARQUIVOS-FIM.
           MOVE SPACES TO W-ARQ-CADMASC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMASC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMASC
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
