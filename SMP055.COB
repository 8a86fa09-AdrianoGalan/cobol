       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP055.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * MANUTENCAO DOS MODELOS DE ANAMNESE POR           *
      * ESPECIALIDADE: PERGUNTAS E TIPO DE RESPOSTA      *
      * (S=SIM/NAO  N=NUMERO  T=TEXTO)                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADQUEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUEST
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESP WITH DUPLICATES.


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
       FD CADQUEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADQUEST.
       01 REGQUEST.
          03 KEYQUEST.
             05 CODESPQ       PIC 9(02).
             05 NUMPERG       PIC 9(02).
          03 TEXTOPERG        PIC X(50).
          03 TIPORESP         PIC X(01).
          03 SITUACAOQ        PIC X(01).
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESP.
       01 REGESP.
          03 CODESP        PIC 9(02).
          03 DENOMESP      PIC X(15).
          03 SITUACAO      PIC X(01).
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
       01 W-ARQ-CADQUEST PIC X(64) VALUE
          "CADQUEST.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
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
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAQUEST.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** MODELOS DE ANAMNESE POR ES".
           05  LINE 02  COLUMN 41
               VALUE  "PECIALIDADE *****".
           05  LINE 04  COLUMN 01
               VALUE  "  ESPECIALIDADE:".
           05  LINE 06  COLUMN 01
               VALUE  "  NUMERO DA PERGUNTA:".
           05  LINE 08  COLUMN 01
               VALUE  "  PERGUNTA:".
           05  LINE 10  COLUMN 01
               VALUE  "  TIPO DE RESPOSTA:".
           05  LINE 10  COLUMN 26
               VALUE  "(S=SIM/NAO  N=NUMERO  T=TEXTO)".
           05  LINE 12  COLUMN 01
               VALUE  "  SITUACAO:".
           05  TCODESPQ
               LINE 04  COLUMN 23  PIC 99
               USING  CODESPQ
               HIGHLIGHT.
           05  TDENOMESP
               LINE 04  COLUMN 27  PIC X(15)
               USING  DENOMESP
               HIGHLIGHT.
           05  TNUMPERG
               LINE 06  COLUMN 23  PIC 99
               USING  NUMPERG
               HIGHLIGHT.
           05  TTEXTOPERG
               LINE 08  COLUMN 13  PIC X(50)
               USING  TEXTOPERG
               HIGHLIGHT.
           05  TTIPORESP
               LINE 10  COLUMN 23  PIC X(01)
               USING  TIPORESP
               HIGHLIGHT.
           05  TSITUACAOQ
               LINE 12  COLUMN 13  PIC X(01)
               USING  SITUACAOQ
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


      ********** ABRE OU CRIA ARQUIVO*************************
       R0.
           OPEN I-O CADQUEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADQUEST
                 CLOSE CADQUEST
                 MOVE "*** ARQUIVO CADQUEST FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADQUEST" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADESP NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADQUEST
              GO TO ROT-FIM2.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TEXTOPERG TIPORESP SITUACAOQ DENOMESP
           MOVE ZEROS TO CODESPQ NUMPERG W-SEL
           DISPLAY TELAQUEST.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TCODESPQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODESPQ = 0
              MOVE "*** DIGITE O CODIGO DA ESPECIALIDADE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE CODESPQ TO CODESP
           READ CADESP
           IF ST-ERRO NOT = "00"
              MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           IF SITUACAO OF REGESP = "I"
              MOVE "*** ESPECIALIDADE INATIVA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           DISPLAY TDENOMESP.

       R2A.
           ACCEPT TNUMPERG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF NUMPERG = 0
              MOVE "*** DIGITE O NUMERO DA PERGUNTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2A.

       LER-PROC.
           READ CADQUEST
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-PROC.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELAQUEST
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADQUEST" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO SITUACAOQ
                NEXT SENTENCE.

       R3.
           DISPLAY TELAQUEST
           ACCEPT TTEXTOPERG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF TEXTOPERG = SPACES
              MOVE "*** DIGITE O TEXTO DA PERGUNTA ***"   TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       R4.
           ACCEPT TTIPORESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF TIPORESP = "s" MOVE "S" TO TIPORESP.
           IF TIPORESP = "n" MOVE "N" TO TIPORESP.
           IF TIPORESP = "t" MOVE "T" TO TIPORESP.
           IF TIPORESP NOT = "S" AND TIPORESP NOT = "N"
              AND TIPORESP NOT = "T"
              MOVE "*** TIPO: S=SIM/NAO  N=NUMERO  T=TEXTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TSITUACAOQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF SITUACAOQ = "a" MOVE "A" TO SITUACAOQ.
           IF SITUACAOQ = "i" MOVE "I" TO SITUACAOQ.
           IF SITUACAOQ NOT = "A" AND SITUACAOQ NOT = "I"
              MOVE "*** SITUACAO: A=ATIVA  I=INATIVA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGQUEST
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADQUEST"
                                                       TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO ROT-FIM.

      *************** GRUD *********************************
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
      ***** A PERGUNTA SO E DESATIVADA: AS RESPOSTAS JA GRAVADAS ****
      ***** CONTINUAM VALENDO NA TABULACAO **************************
       EXC-DL1.
                IF SITUACAOQ = "I"
                   MOVE "*** REGISTRO JA ESTA EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "I" TO SITUACAOQ
                REWRITE REGQUEST
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGQUEST
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADQUEST"   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

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
                MOVE "SMP055"          TO W-LINHAUD-PROG
                MOVE KEYQUEST           TO W-LINHAUD-CHAVE
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
           CLOSE CADQUEST.
           CLOSE CADESP.
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
           MOVE SPACES TO W-ARQ-CADQUEST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADQUEST.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADQUEST
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
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
