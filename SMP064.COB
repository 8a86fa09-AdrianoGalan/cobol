       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP064.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * COLETA DE MATERIAL NA SALA DE COLETA: LISTA OS   *
      * EXAMES EM ABERTO DO PACIENTE (CADEXAME), REGISTRA*
      * HORA, COLETADOR E QUANTIDADE DE TUBOS (CADCOLET) *
      * E IMPRIME UMA ETIQUETA POR TUBO (ETIQCOL.TXT)    *
      * COM O NUMERO SEQUENCIAL DA AMOSTRA               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOLET
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.


       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.


       SELECT ETIQCOL ASSIGN TO DISK
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
      ***** UMA COLETA POR ITEM DE EXAME (MESMA CHAVE DO CADEXAME)
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEXAME.
       01 REGEXAME.
          03 KEYEXAME.
             05 CPFE          PIC 9(11).
             05 DATAE.
                07 DIAE       PIC 9(02).
                07 MESE       PIC 9(02).
                07 ANOE       PIC 9(04).
             05 SEQE          PIC 9(02).
             05 ITEME         PIC 9(02).
          03 CODEXAME         PIC X(10).
          03 DESCEXAME        PIC X(30).
          03 MEDICOEXA        PIC 9(06).
          03 DATARESULT.
             05 DIARES        PIC 9(02).
             05 MESRES        PIC 9(02).
             05 ANORES        PIC 9(04).
          03 RESULTEXAME      PIC X(40).
          03 STATUSEXAME      PIC X(01).
          03 ANORMALEXA       PIC X(01).
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 CONVENIO        PIC 9(04).
          03 EMAIL         PIC X(30).
          03 TELEFONE      PIC 9(11).
          03 CEP           PIC 9(08).
          03 SITUACAO      PIC X(01).
          03 CARTEIRINHA   PIC X(15).
          03 VALIDADECART.
             05 DIAVAL     PIC 9(02).
             05 MESVAL     PIC 9(02).
             05 ANOVAL     PIC 9(04).
          03 NOMEFON       PIC X(30).
          03 NOMERESP      PIC X(30).
          03 CPFRESP       PIC 9(11).
          03 PARENTRESP    PIC X(10).
          03 TELRESP       PIC 9(11).

      *
       FD ETIQCOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ETIQCOL.
       01 REGETIQCOL        PIC X(40).
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
       01 W-ARQ-CADCOLET PIC X(64) VALUE
          "CADCOLET.DAT".
       01 W-ARQ-CADEXAME PIC X(64) VALUE
          "CADEXAME.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-ETIQCOL PIC X(64) VALUE
          "ETIQCOL.TXT".
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
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-NOMEPAC     PIC X(30) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HORAR       REDEFINES W-HORA.
          03 W-HHMM        PIC 9(04).
          03 FILLER        PIC 9(04).
       01 W-HORACOLN    PIC 9(04) VALUE ZEROS.
       01 W-TUBOS       PIC 9(02) VALUE ZEROS.
       01 W-TUBO        PIC 9(02) VALUE ZEROS.
       01 W-ITEMSEL     PIC 9(02) VALUE ZEROS.
       01 W-NUMAMO      PIC 9(08) VALUE ZEROS.
       01 W-SAVECOL     PIC X(59) VALUE SPACES.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-LINHA       PIC X(70) VALUE SPACES.
       01 W-DTED        PIC X(10) VALUE SPACES.
      ***** EXAMES EM ABERTO DO PACIENTE MOSTRADOS NA TELA **********
       01 W-QTDLIS      PIC 9(02) VALUE ZEROS.
       01 TABEXA.
          03 TBE OCCURS 12 TIMES.
             05 TBE-KEY       PIC X(23).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACOLETA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "            ***** COLETA DE MATERIAL PARA".
           05  LINE 02  COLUMN 42
               VALUE  " EXAMES *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE :".
           05  LINE 06  COLUMN 01
               VALUE  "  NR  DATA PEDIDO EXAME      DESCRICAO".
           05  LINE 06  COLUMN 53
               VALUE  "COLETA".
           05  TW-CPF
               LINE 04  COLUMN 21  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TW-NOMEPAC
               LINE 04  COLUMN 34  PIC X(30)
               USING  W-NOMEPAC
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
           OPEN I-O CADCOLET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOLET
                 CLOSE CADCOLET
                 MOVE "*** ARQUIVO CADCOLET FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCOLET" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PEDIDO DE EXAME REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCOLET
              GO TO ROT-FIM2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCOLET CADEXAME
              GO TO ROT-FIM2.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE ZEROS TO W-CPF
           MOVE SPACES TO W-NOMEPAC
           DISPLAY TELACOLETA.

       R2.
           ACCEPT TW-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CPF = 0
              MOVE "*** DIGITE O CPF ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE NOME TO W-NOMEPAC
           DISPLAY TW-NOMEPAC.

      ***** EXAMES PENDENTES (P) DO PACIENTE, COLETADOS OU NAO *****
       LISTA.
           MOVE ZEROS TO W-QTDLIS TABEXA
           MOVE 7 TO W-LIN.
       LISTA-LIMPA.
           DISPLAY (W-LIN, 01) LIMPA
           DISPLAY (W-LIN, 56) LIMPA (1:20)
           ADD 1 TO W-LIN
           IF W-LIN < 21
              GO TO LISTA-LIMPA.
           MOVE ZEROS TO KEYEXAME
           MOVE W-CPF TO CPFE
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
              GO TO LISTA-FIM.
       LISTA-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-FIM.
           IF CPFE NOT = W-CPF
              GO TO LISTA-FIM.
           IF STATUSEXAME NOT = "P"
              GO TO LISTA-LER.
           IF W-QTDLIS = 12
              MOVE "*** MAIS DE 12 EXAMES: COLETE EM PARTES ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LISTA-FIM.
           ADD 1 TO W-QTDLIS
           MOVE KEYEXAME TO TBE-KEY (W-QTDLIS)
           MOVE SPACES TO W-DTED
           STRING DIAE "/" MESE "/" ANOE
                  DELIMITED BY SIZE INTO W-DTED
           MOVE SPACES TO W-LINHA
           STRING W-QTDLIS "  " W-DTED "  " CODEXAME " "
                  DESCEXAME (1:25)
                  DELIMITED BY SIZE INTO W-LINHA
           MOVE KEYEXAME TO KEYCOLET
           READ CADCOLET
           IF ST-ERRO = "00"
              MOVE "AMOSTRA " TO W-LINHA (53:8)
              MOVE AMOSTRACL TO W-LINHA (61:8).
           COMPUTE W-LIN = W-QTDLIS + 6
           DISPLAY (W-LIN, 01) W-LINHA
           GO TO LISTA-LER.
       LISTA-FIM.
           IF W-QTDLIS = 0
              MOVE "*** NENHUM EXAME EM ABERTO PARA O PACIENTE ***"
                                                              TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.

       R3.
           MOVE ZEROS TO W-ITEMSEL
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA
           DISPLAY (21, 03) "EXAME A COLETAR (NR, 0 = OUTRO PACIENTE): "
           ACCEPT (21, 46) W-ITEMSEL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ITEMSEL = 0
                   GO TO R1.
           IF W-ITEMSEL > W-QTDLIS
              MOVE "*** NUMERO FORA DA LISTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE TBE-KEY (W-ITEMSEL) TO KEYEXAME
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LISTA.
           MOVE KEYEXAME TO KEYCOLET
           READ CADCOLET
           IF ST-ERRO = "00"
              GO TO REIMP-OPC.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO CADCOLET" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.

       R4.
           MOVE 1 TO W-TUBOS
           DISPLAY (22, 03) "QUANTIDADE DE TUBOS: "
           ACCEPT (22, 24) W-TUBOS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-TUBOS = 0 OR W-TUBOS > 20
              MOVE "*** QUANTIDADE DE TUBOS DE 1 A 20 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
       R5.
           ACCEPT W-HORA FROM TIME
           MOVE W-HHMM TO W-HORACOLN
           DISPLAY (22, 30) "HORA DA COLETA (HHMM): "
           ACCEPT (22, 53) W-HORACOLN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-HORACOLN (1:2) > "23" OR W-HORACOLN (3:2) > "59"
              MOVE "*** HORA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** COLETA NAO REGISTRADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO LISTA.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                PERFORM LER-OPER THRU LER-OPER-FIM
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                PERFORM ACHA-NUMAMO THRU ACHA-NUMAMO-FIM
                MOVE KEYEXAME   TO KEYCOLET
                MOVE W-NUMAMO   TO AMOSTRACL
                MOVE CODEXAME   TO CODEXACL
                MOVE W-HOJE     TO DATACOLCL
                MOVE W-HORACOLN TO HORACOLCL
                MOVE W-CODOPERAUD TO OPERCOLCL
                MOVE W-TUBOS    TO TUBOSCL.
       INC-WR1.
                WRITE REGCOLET
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                   MOVE "INCLUSAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT-LINHA THRU GRAVA-AUDIT-FIM
                   PERFORM IMPRIME-ETIQ THRU IMPRIME-ETIQ-FIM
                   MOVE SPACES TO MENS
                   STRING "*** AMOSTRA " AMOSTRACL
                          " - ETIQUETAS EM ETIQCOL.TXT ***"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO LISTA.
                IF ST-ERRO = "22"
                   MOVE "*** EXAME JA COLETADO POR OUTRO TERMINAL ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO LISTA.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCOLET" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** EXAME JA COLETADO: SO REIMPRIME AS ETIQUETAS ***********
       REIMP-OPC.
                DISPLAY (22, 03) "JA COLETADO - AMOSTRA " AMOSTRACL
                DISPLAY (23, 30) "REIMPRIMIR ETIQUETAS (S/N) : ".
                ACCEPT (23, 59) W-OPCAO
                IF W-OPCAO = "S" OR "s"
                   PERFORM IMPRIME-ETIQ THRU IMPRIME-ETIQ-FIM
                   MOVE "*** ETIQUETAS REIMPRESSAS EM ETIQCOL.TXT ***"
                                                             TO MENS
                   PERFORM RMensa THRU RMensa-FIM.
                DISPLAY (23, 30) LIMPA (1:30)
                GO TO LISTA.

      ***** PROXIMO NUMERO SEQUENCIAL DE AMOSTRA *******************
       ACHA-NUMAMO.
           MOVE REGCOLET TO W-SAVECOL
           MOVE ZEROS TO W-NUMAMO
           MOVE ZEROS TO KEYCOLET
           START CADCOLET KEY IS NOT LESS KEYCOLET
              INVALID KEY GO TO ACHA-NUMAMO-PROX.
       ACHA-NUMAMO-LER.
           READ CADCOLET NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-NUMAMO-PROX.
           IF AMOSTRACL > W-NUMAMO
              MOVE AMOSTRACL TO W-NUMAMO.
           GO TO ACHA-NUMAMO-LER.
       ACHA-NUMAMO-PROX.
           ADD 1 TO W-NUMAMO
           MOVE W-SAVECOL TO REGCOLET.
       ACHA-NUMAMO-FIM.
           EXIT.

      ***** UMA ETIQUETA POR TUBO: AMOSTRA-TUBO, PACIENTE E EXAME **
       IMPRIME-ETIQ.
           OPEN OUTPUT ETIQCOL
           IF ST-ERRO NOT = "00"
              GO TO IMPRIME-ETIQ-FIM.
           MOVE ZEROS TO W-TUBO.
       IMPRIME-ETIQ-TUBO.
           ADD 1 TO W-TUBO
           IF W-TUBO > TUBOSCL
              GO TO IMPRIME-ETIQ-FECHA.
           MOVE SPACES TO REGETIQCOL
           STRING "AMOSTRA " AMOSTRACL "-" W-TUBO
                  "  TUBO " W-TUBO "/" TUBOSCL
                  DELIMITED BY SIZE INTO REGETIQCOL
           WRITE REGETIQCOL
           MOVE SPACES TO REGETIQCOL
           MOVE W-NOMEPAC TO REGETIQCOL
           WRITE REGETIQCOL
           MOVE SPACES TO REGETIQCOL
           STRING "CPF " CPFCL "  EXAME " CODEXACL
                  DELIMITED BY SIZE INTO REGETIQCOL
           WRITE REGETIQCOL
           MOVE SPACES TO REGETIQCOL
           STRING "COLETA " DATACOLCL (7:2) "/" DATACOLCL (5:2) "/"
                  DATACOLCL (1:4) " " HORACOLCL (1:2) ":"
                  HORACOLCL (3:2)
                  DELIMITED BY SIZE INTO REGETIQCOL
           WRITE REGETIQCOL
           MOVE ALL "-" TO REGETIQCOL
           WRITE REGETIQCOL
           GO TO IMPRIME-ETIQ-TUBO.
       IMPRIME-ETIQ-FECHA.
           CLOSE ETIQCOL.
       IMPRIME-ETIQ-FIM.
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
                MOVE "SMP064"          TO W-LINHAUD-PROG
                MOVE KEYCOLET           TO W-LINHAUD-CHAVE
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
           CLOSE CADCOLET CADEXAME CADPACI.
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
           MOVE SPACES TO W-ARQ-CADCOLET
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOLET.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOLET
           MOVE SPACES TO W-ARQ-CADEXAME
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEXAME.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEXAME
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-ETIQCOL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ETIQCOL.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ETIQCOL
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
