      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
       SCREEN SECTION.  
       01  TELACID.
           05  BLANK SCREEN. 
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01 
               VALUE  "                         ***** CADASTRO".
           05  LINE 02  COLUMN 41 
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

   
      ********** ABRE OU CRIA ARQUIVO*************************
