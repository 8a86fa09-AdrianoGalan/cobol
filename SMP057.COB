       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP057.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * MANUTENCAO DA TABELA DE INTERACOES ENTRE         *
      * PRINCIPIOS ATIVOS (CADMEDIC), COM A GRAVIDADE    *
      * L=LEVE  M=MODERADA  C=CONTRAINDICADA. O PAR E    *
      * GRAVADO EM ORDEM ALFABETICA (CONFERIDO NO SMP019)*
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTER
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDIC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECOMERC
                                       WITH DUPLICATES.


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
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINTER.
       01 REGINTER.
          03 KEYINTER.
             05 PATIVO1       PIC X(30).
             05 PATIVO2       PIC X(30).
          03 GRAVINTER        PIC X(01).
          03 NOTAINTER        PIC X(40).
          03 SITUACAOIT       PIC X(01).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMEDIC.
       01 REGMEDIC.
          03 CODMEDIC         PIC 9(05).
          03 NOMECOMERC       PIC X(30).
          03 PRINCATIVO       PIC X(30).
          03 APRESENT         PIC X(20).
          03 SITUACAOMD       PIC X(01).
          03 LISTACTRL        PIC X(01).
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
       01 W-ARQ-CADINTER PIC X(64) VALUE
          "CADINTER.DAT".
       01 W-ARQ-CADMEDIC PIC X(64) VALUE
          "CADMEDIC.DAT".
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
       01 W-HASMED      PIC 9(01) VALUE ZEROS.
       01 W-CODMED1     PIC 9(05) VALUE ZEROS.
       01 W-CODMED2     PIC 9(05) VALUE ZEROS.
       01 W-PATIVOA     PIC X(30) VALUE SPACES.
       01 W-PATIVOB     PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAINTER.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** INTERACOES MEDICAMENTOSAS ".
           05  LINE 02  COLUMN 41
               VALUE  "*****".
           05  LINE 04  COLUMN 01
               VALUE  "  COD.CATALOGO 1:".
           05  LINE 04  COLUMN 27
               VALUE  "(0 = DIGITAR O PRINCIPIO ATIVO)".
           05  LINE 05  COLUMN 01
               VALUE  "  PRINCIPIO ATIVO 1:".
           05  LINE 07  COLUMN 01
               VALUE  "  COD.CATALOGO 2:".
           05  LINE 07  COLUMN 27
               VALUE  "(0 = DIGITAR O PRINCIPIO ATIVO)".
           05  LINE 08  COLUMN 01
               VALUE  "  PRINCIPIO ATIVO 2:".
           05  LINE 10  COLUMN 01
               VALUE  "  GRAVIDADE:".
           05  LINE 10  COLUMN 20
               VALUE  "(L=LEVE  M=MODERADA  C=CONTRAINDICADA)".
           05  LINE 12  COLUMN 01
               VALUE  "  OBSERVACAO:".
           05  LINE 14  COLUMN 01
               VALUE  "  SITUACAO:".
           05  TCODMED1
               LINE 04  COLUMN 20  PIC 9(05)
               USING  W-CODMED1
               HIGHLIGHT.
           05  TPATIVOA
               LINE 05  COLUMN 23  PIC X(30)
               USING  W-PATIVOA
               HIGHLIGHT.
           05  TCODMED2
               LINE 07  COLUMN 20  PIC 9(05)
               USING  W-CODMED2
               HIGHLIGHT.
           05  TPATIVOB
               LINE 08  COLUMN 23  PIC X(30)
               USING  W-PATIVOB
               HIGHLIGHT.
           05  TGRAVINTER
               LINE 10  COLUMN 15  PIC X(01)
               USING  GRAVINTER
               HIGHLIGHT.
           05  TNOTAINTER
               LINE 12  COLUMN 15  PIC X(40)
               USING  NOTAINTER
               HIGHLIGHT.
           05  TSITUACAOIT
               LINE 14  COLUMN 13  PIC X(01)
               USING  SITUACAOIT
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
           OPEN I-O CADINTER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINTER
                 CLOSE CADINTER
                 MOVE "*** ARQUIVO CADINTER FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTER" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

      ***** O CATALOGO SO AJUDA A ESCOLHER O PRINCIPIO ATIVO
       R0A.
           MOVE 1 TO W-HASMED
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMED.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO PATIVO1 PATIVO2 GRAVINTER NOTAINTER
           MOVE SPACES TO SITUACAOIT W-PATIVOA W-PATIVOB
           MOVE ZEROS TO W-CODMED1 W-CODMED2 W-SEL
           DISPLAY TELAINTER.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           IF W-HASMED = 0
              GO TO R2A.
           ACCEPT TCODMED1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CODMED1 = 0
              GO TO R2A.
           MOVE W-CODMED1 TO CODMEDIC
           READ CADMEDIC
           IF ST-ERRO NOT = "00" OR PRINCATIVO = SPACES
              MOVE "*** MEDICAMENTO SEM PRINCIPIO ATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE PRINCATIVO TO W-PATIVOA
           DISPLAY TPATIVOA
           GO TO R2B.
       R2A.
           ACCEPT TPATIVOA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-HASMED = 0
                 GO TO ROT-FIM
              ELSE
                 GO TO R2.
           IF W-PATIVOA = SPACES
              MOVE "*** DIGITE O PRINCIPIO ATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2A.

       R2B.
           IF W-HASMED = 0
              GO TO R2C.
           ACCEPT TCODMED2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-CODMED2 = 0
              GO TO R2C.
           MOVE W-CODMED2 TO CODMEDIC
           READ CADMEDIC
           IF ST-ERRO NOT = "00" OR PRINCATIVO = SPACES
              MOVE "*** MEDICAMENTO SEM PRINCIPIO ATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2B.
           MOVE PRINCATIVO TO W-PATIVOB
           DISPLAY TPATIVOB
           GO TO R2D.
       R2C.
           ACCEPT TPATIVOB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-PATIVOB = SPACES
              MOVE "*** DIGITE O PRINCIPIO ATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2C.

      ***** O PAR E UM SO, QUALQUER QUE SEJA A ORDEM DIGITADA ******
       R2D.
           IF W-PATIVOA = W-PATIVOB
              MOVE "*** INFORME DOIS PRINCIPIOS ATIVOS DIFERENTES ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF W-PATIVOA < W-PATIVOB
              MOVE W-PATIVOA TO PATIVO1
              MOVE W-PATIVOB TO PATIVO2
           ELSE
              MOVE W-PATIVOB TO PATIVO1
              MOVE W-PATIVOA TO PATIVO2.

       LER-PROC.
           READ CADINTER
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-PROC.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELAINTER
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADINTER" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO SITUACAOIT
                NEXT SENTENCE.

       R3.
           DISPLAY TELAINTER
           ACCEPT TGRAVINTER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF GRAVINTER = "l" MOVE "L" TO GRAVINTER.
           IF GRAVINTER = "m" MOVE "M" TO GRAVINTER.
           IF GRAVINTER = "c" MOVE "C" TO GRAVINTER.
           IF GRAVINTER NOT = "L" AND GRAVINTER NOT = "M"
              AND GRAVINTER NOT = "C"
              MOVE "*** GRAVIDADE: L=LEVE M=MODERADA C=CONTRAIND ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       R4.
           ACCEPT TNOTAINTER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

       R5.
           ACCEPT TSITUACAOIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF SITUACAOIT = "a" MOVE "A" TO SITUACAOIT.
           IF SITUACAOIT = "i" MOVE "I" TO SITUACAOIT.
           IF SITUACAOIT NOT = "A" AND SITUACAOIT NOT = "I"
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
                WRITE REGINTER
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
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADINTER"
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
       EXC-DL1.
                IF SITUACAOIT = "I"
                   MOVE "*** REGISTRO JA ESTA EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "I" TO SITUACAOIT
                REWRITE REGINTER
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
                REWRITE REGINTER
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADINTER"   TO MENS
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
                MOVE "SMP057"          TO W-LINHAUD-PROG
                MOVE PATIVO1            TO W-LINHAUD-CHAVE
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
           CLOSE CADINTER.
           IF W-HASMED = 1
              CLOSE CADMEDIC.
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
           MOVE SPACES TO W-ARQ-CADINTER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINTER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINTER
           MOVE SPACES TO W-ARQ-CADMEDIC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMEDIC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMEDIC
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
