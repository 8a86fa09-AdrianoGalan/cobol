                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.
       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASSIN
                    FILE STATUS  IS ST-ERRO.


       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
      *
       FD CADASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADASSIN.
       01 REGASSIN.
          03 KEYASSIN.
             05 CPFAS         PIC 9(11).
             05 DATAAS.
                07 DIAAS      PIC 9(02).
                07 MESAS      PIC 9(02).
                07 ANOAS      PIC 9(04).
             05 SEQAS         PIC 9(02).
          03 CRMASS           PIC 9(06).
          03 DATAASS          PIC 9(08).
          03 HORAASS          PIC 9(04).
          03 OPERASS          PIC 9(04).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
          "CADEXAME.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-HASASS      PIC 9(01) VALUE ZEROS.
       01 W-ASSINADA    PIC 9(01) VALUE ZEROS.
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-CODOPERAUD  PIC 9(04) VALUE ZEROS.
       SCREEN SECTION.
       01  TELAEXAME.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "            ***** PEDIDOS DE EXAME DA C".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE OU CRIA ARQUIVO*************************
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.

      ***** ASSINATURAS DAS CONSULTAS (OPCIONAL): CONSULTA ASSINADA
      ***** NAO PODE MAIS SER ALTERADA
       R0S.
           MOVE 1 TO W-HASASS
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASASS.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO CODEXAME DESCEXAME RESULTEXAME
              MOVE "*** CONSULTA CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           PERFORM CHK-ASSIN THRU CHK-ASSIN-FIM.

       R3B.
           ACCEPT TITEME
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.
           IF W-ASSINADA = 1
              MOVE "*** CONSULTA ASSINADA: USE ADENDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3B.

       R4.
           DISPLAY TELAEXAME
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
      ***** CONSULTA ASSINADA: SO ACEITA O PRIMEIRO LANCAMENTO DO ****
      ***** RESULTADO DE UM EXAME AINDA PENDENTE **********************
                IF W-ASSINADA = 1 AND W-OPCAO NOT = "N"
                   IF W-OPCAO NOT = "R" OR STATUSEXAME NOT = "P"
                      MOVE "*** CONSULTA ASSINADA: USE ADENDO ***"
                                                             TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO ACE-001.
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
       GRAVA-AUDIT-FIM.
                EXIT.

      ***** VERIFICA SE A CONSULTA JA FOI ASSINADA PELO MEDICO ****
      ***** (O ARQUIVO PODE TER SIDO CRIADO DEPOIS DA ABERTURA) ****
       CHK-ASSIN.
           MOVE 0 TO W-ASSINADA
           IF W-HASASS = 0
              OPEN INPUT CADASSIN
              IF ST-ERRO = "00"
                 MOVE 1 TO W-HASASS
              ELSE
                 GO TO CHK-ASSIN-FIM.
           MOVE CPFC     TO CPFAS
           MOVE DATACON1 TO DATAAS
           MOVE SEQCON   TO SEQAS
           READ CADASSIN
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASSINADA.
       CHK-ASSIN-FIM.
           EXIT.

      ***** AGUARDA UM CURTO INTERVALO PARA RETENTAR UM REGISTRO ****
      ***** QUE ESTA BLOQUEADO POR OUTRO TERMINAL ********************
       ESPERA-BUSY.
       ROT-FIM.
           CLOSE CADEXAME.
           CLOSE CADCONSU.
           IF W-HASASS = 1
              CLOSE CADASSIN.
       ROT-FIM2.
           EXIT PROGRAM.

           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
