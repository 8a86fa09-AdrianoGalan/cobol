      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
       SCREEN SECTION.
       01  TELACONSE.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "       ***** CONSENTIMENTOS DE CONTATO ".
           05  LINE 02  COLUMN 41
           05  LINE 05  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 07  COLUMN 01
               VALUE  "  FINALIDADE (L=LEMBR C=CAMPANHA P=PESQ".
           05  LINE 07  COLUMN 41
               VALUE  " R=RESULT)".
           05  LINE 08  COLUMN 01
               VALUE  "  CANAL (T=TODOS S=SMS E=EMAIL):".
           05  LINE 10  COLUMN 01
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE OU CRIA ARQUIVO*************************
           IF W-ACT = 01
                   GO TO R2.
           IF FINALICS NOT = "L" AND FINALICS NOT = "C"
               AND FINALICS NOT = "P" AND FINALICS NOT = "R"
              MOVE "*** FINALIDADE DEVE SER L, C, P OU R ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

