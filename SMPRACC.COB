          03 AC-PROG      PIC X(07).
          03 FILLER       PIC X(01).
          03 AC-CPF       PIC 9(11).
      ***** REVELACAO DE DADOS MASCARADOS: "REVELADO" E O SUPERVISOR
          03 FILLER       PIC X(01).
          03 AC-EVENTO    PIC X(08).
          03 FILLER       PIC X(01).
          03 AC-SUPERV    PIC X(04).
      *
       FD ACESCTTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-ACESSOTX PIC X(64) VALUE
          "ACESSOTX.TXT".
       01 W-ARQ-ACESCTTX PIC X(64) VALUE
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** QUEM VISUALIZOU OS DADOS DO TITUL".
           05  LINE 04  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           MOVE ZEROS TO W-CPFF
