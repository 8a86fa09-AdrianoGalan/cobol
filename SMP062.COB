       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP062.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * LEITURAS DE TEMPERATURA DAS GELADEIRAS DE VACINA *
      * (ATUAL, MINIMA E MAXIMA COM HORA E OPERADOR).    *
      * LEITURA FORA DA FAIXA OU DIA SEM AS LEITURAS     *
      * EXIGIDAS ABRE EXCURSAO NA GELADEIRA, QUE SO E    *
      * ENCERRADA AQUI COM O REGISTRO DA CONDUTA         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTEMPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTEMPG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGELAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGEL
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
       FD CADTEMPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTEMPG.
       01 REGTEMPG.
          03 KEYTEMPG.
             05 CODGELT       PIC 9(03).
             05 DATATG        PIC 9(08).
             05 HORATG        PIC 9(04).
          03 TIPOTG           PIC X(01).
          03 TATUTG           PIC S9(02)V9.
          03 TMINTG           PIC S9(02)V9.
          03 TMAXTG           PIC S9(02)V9.
          03 FORATG           PIC X(01).
          03 OPERTG           PIC 9(04).
          03 OBSTG            PIC X(40).
      *
       FD CADGELAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGELAD.
       01 REGGELAD.
          03 CODGEL           PIC 9(03).
          03 UNIDGEL          PIC 9(02).
          03 DESCGEL          PIC X(30).
          03 TMINGEL          PIC S9(02)V9.
          03 TMAXGEL          PIC S9(02)V9.
          03 LEITDIAGEL       PIC 9(01).
          03 EXCGEL           PIC X(01).
          03 TIPOEXCGEL       PIC X(01).
          03 DATAEXCGEL       PIC 9(08).
          03 HORAEXCGEL       PIC 9(04).
          03 DATAULTGEL       PIC 9(08).
          03 HORAULTGEL       PIC 9(04).
          03 SITUACAOGEL      PIC X(01).
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
       01 W-ARQ-CADTEMPG PIC X(64) VALUE
          "CADTEMPG.DAT".
       01 W-ARQ-CADGELAD PIC X(64) VALUE
          "CADGELAD.DAT".
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
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-AGORA       PIC 9(08) VALUE ZEROS.
       01 W-HOJESER     PIC 9(08) VALUE ZEROS.
       01 W-DTLEIT.
          03 W-DIALEIT     PIC 9(02).
          03 W-MESLEIT     PIC 9(02).
          03 W-ANOLEIT     PIC 9(04).
       01 W-HRLEIT      PIC 9(04) VALUE ZEROS.
       01 W-DATAAMD     PIC 9(08) VALUE ZEROS.
       01 W-LEITSER     PIC 9(08) VALUE ZEROS.
       01 W-ULTSER      PIC 9(08) VALUE ZEROS.
       01 W-CHVNOVA     PIC 9(12) VALUE ZEROS.
       01 W-CHVULT      PIC 9(12) VALUE ZEROS.
       01 W-QTDDIA      PIC 9(02) VALUE ZEROS.
       01 W-FALTA       PIC 9(01) VALUE ZEROS.
       01 W-FORA        PIC 9(01) VALUE ZEROS.
       01 W-NOVAEXC     PIC 9(01) VALUE ZEROS.
       01 W-SAVETG      PIC X(70) VALUE SPACES.
       01 W-FAIXA       PIC X(30) VALUE SPACES.
       01 W-TMINED      PIC -Z9,9.
       01 W-TMAXED      PIC -Z9,9.
       01 W-TXTEXC      PIC X(40) VALUE SPACES.
       01 W-TXTULT      PIC X(20) VALUE SPACES.
       01 W-SMES        PIC 9(02) VALUE ZEROS.
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-ULT1        PIC 9(04) VALUE ZEROS.
       01 W-ULT2        PIC 9(04) VALUE ZEROS.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
       01 W-DSDIA     PIC 9(02) VALUE ZEROS.
       01 W-DSMES     PIC 9(02) VALUE ZEROS.
       01 W-DSANO     PIC 9(04) VALUE ZEROS.
       01 W-DSANT     PIC 9(04) VALUE ZEROS.
       01 W-DSSER     PIC 9(08) VALUE ZEROS.
       01 W-DST1      PIC 9(04) VALUE ZEROS.
       01 W-DST2      PIC 9(04) VALUE ZEROS.
       01 TABCUMD-R.
          03 FILLER PIC X(18) VALUE "000031059090120151".
          03 FILLER PIC X(18) VALUE "181212243273304334".
       01 TABCUMD REDEFINES TABCUMD-R.
          03 W-CUMD     PIC 9(03) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELATEMPG.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "         ***** LEITURA DE TEMPERATURA DA".
           05  LINE 02  COLUMN 41
               VALUE  " GELADEIRA *****".
           05  LINE 04  COLUMN 01
               VALUE  "  GELADEIRA        :".
           05  LINE 05  COLUMN 01
               VALUE  "  FAIXA PERMITIDA  :".
           05  LINE 06  COLUMN 01
               VALUE  "  EXCURSAO         :".
           05  LINE 07  COLUMN 01
               VALUE  "  ULTIMA LEITURA   :".
           05  LINE 09  COLUMN 01
               VALUE  "  DATA DA LEITURA  :".
           05  LINE 10  COLUMN 01
               VALUE  "  HORA (HH.MM)     :".
           05  LINE 11  COLUMN 01
               VALUE  "  TEMPERATURA ATUAL:".
           05  LINE 12  COLUMN 01
               VALUE  "  MINIMA DO PERIODO:".
           05  LINE 13  COLUMN 01
               VALUE  "  MAXIMA DO PERIODO:".
           05  LINE 14  COLUMN 01
               VALUE  "  OBSERVACAO       :".
           05  TCODGEL
               LINE 04  COLUMN 22  PIC 999
               USING  CODGEL
               HIGHLIGHT.
           05  TDESCGEL
               LINE 04  COLUMN 27  PIC X(30)
               USING  DESCGEL
               HIGHLIGHT.
           05  TFAIXA
               LINE 05  COLUMN 22  PIC X(30)
               USING  W-FAIXA
               HIGHLIGHT.
           05  TTXTEXC
               LINE 06  COLUMN 22  PIC X(40)
               USING  W-TXTEXC
               HIGHLIGHT.
           05  TTXTULT
               LINE 07  COLUMN 22  PIC X(20)
               USING  W-TXTULT
               HIGHLIGHT.
           05  TDTLEIT
               LINE 09  COLUMN 22  PIC 99.99.9999
               USING  W-DTLEIT
               HIGHLIGHT.
           05  THRLEIT
               LINE 10  COLUMN 22  PIC 99.99
               USING  W-HRLEIT
               HIGHLIGHT.
           05  TTATUTG
               LINE 11  COLUMN 22  PIC -99,9
               USING  TATUTG
               HIGHLIGHT.
           05  TTMINTG
               LINE 12  COLUMN 22  PIC -99,9
               USING  TMINTG
               HIGHLIGHT.
           05  TTMAXTG
               LINE 13  COLUMN 22  PIC -99,9
               USING  TMAXTG
               HIGHLIGHT.
           05  TOBSTG
               LINE 14  COLUMN 22  PIC X(40)
               USING  OBSTG
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
           OPEN I-O CADTEMPG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTEMPG
                 CLOSE CADTEMPG
                 MOVE "*** ARQUIVO CADTEMPG FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTEMPG" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN I-O CADGELAD
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA GELADEIRA CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADTEMPG
              GO TO ROT-FIM2.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           MOVE W-HOJE (7:2) TO W-DSDIA
           MOVE W-HOJE (5:2) TO W-DSMES
           MOVE W-HOJE (1:4) TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-HOJESER
           MOVE SPACES TO DESCGEL W-FAIXA W-TXTEXC W-TXTULT OBSTG
           MOVE ZEROS TO CODGEL TATUTG TMINTG TMAXTG
           MOVE W-HOJE (7:2) TO W-DIALEIT
           MOVE W-HOJE (5:2) TO W-MESLEIT
           MOVE W-HOJE (1:4) TO W-ANOLEIT
           MOVE W-AGORA (1:4) TO W-HRLEIT
           DISPLAY TELATEMPG.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TCODGEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           READ CADGELAD
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO R2A.
           IF ST-ERRO NOT = "00"
              MOVE "*** GELADEIRA NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           IF SITUACAOGEL = "I"
              MOVE "*** GELADEIRA INATIVA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           PERFORM MOSTRA-GELAD THRU MOSTRA-GELAD-FIM
           IF EXCGEL NOT = "S"
              GO TO R3.

      ***** COM EXCURSAO ABERTA O OPERADOR ESCOLHE ENTRE LANCAR A ***
      ***** LEITURA OU ENCERRAR A EXCURSAO *************************
       R2B.
           MOVE "L" TO W-OPCAO
           DISPLAY (23, 12)
                "L=LANCAR LEITURA   E=ENCERRAR EXCURSAO :"
           ACCEPT (23, 53) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO NOT = "L" AND W-OPCAO NOT = "E"
              GO TO R2B.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "E"
              GO TO ENC-001.

       R3.
           ACCEPT TDTLEIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-MESLEIT < 1 OR W-MESLEIT > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE W-MESLEIT TO W-SMES
           MOVE W-ANOLEIT TO W-SANO
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF W-DIALEIT < 1 OR W-DIALEIT > W-ULTDIA
              MOVE "*** DIA INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE W-DIALEIT TO W-DSDIA
           MOVE W-MESLEIT TO W-DSMES
           MOVE W-ANOLEIT TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-LEITSER
           IF W-LEITSER > W-HOJESER
              MOVE "*** LEITURA NAO PODE SER DATA FUTURA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           COMPUTE W-DATAAMD = W-ANOLEIT * 10000 + W-MESLEIT * 100
                             + W-DIALEIT.

       R4.
           ACCEPT THRLEIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-HRLEIT (1:2) > "23" OR W-HRLEIT (3:2) > "59"
              MOVE "*** HORA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
      ***** AS LEITURAS SAO LANCADAS EM ORDEM: O CONTROLE DE FALTA **
      ***** CONTA AS LEITURAS DOS DIAS ANTERIORES A NOVA ************
           COMPUTE W-CHVNOVA = W-DATAAMD * 10000 + W-HRLEIT
           COMPUTE W-CHVULT = DATAULTGEL * 10000 + HORAULTGEL
           IF W-CHVNOVA NOT > W-CHVULT
              MOVE "*** JA HA LEITURA POSTERIOR LANCADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       R5.
           ACCEPT TTATUTG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R6.
           ACCEPT TTMINTG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF TMINTG > TATUTG
              MOVE "*** MINIMA MAIOR QUE A TEMPERATURA ATUAL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
       R7.
           ACCEPT TTMAXTG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF TMAXTG < TATUTG
              MOVE "*** MAXIMA MENOR QUE A TEMPERATURA ATUAL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R7.
           MOVE 0 TO W-FORA
           IF TMINTG < TMINGEL OR TMAXTG > TMAXGEL
              MOVE 1 TO W-FORA
              MOVE "*** ATENCAO: TEMPERATURA FORA DA FAIXA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.

       R8.
           ACCEPT TOBSTG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-FORA = 1 AND OBSTG = SPACES
              MOVE "*** DESCREVA A OCORRENCIA FORA DA FAIXA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                PERFORM CHK-FALTA THRU CHK-FALTA-FIM
                PERFORM LER-OPER THRU LER-OPER-FIM
                MOVE CODGEL    TO CODGELT
                MOVE W-DATAAMD TO DATATG
                MOVE W-HRLEIT  TO HORATG
                MOVE "L"       TO TIPOTG
                MOVE "N"       TO FORATG
                IF W-FORA = 1
                   MOVE "S" TO FORATG.
                MOVE W-CODOPERAUD TO OPERTG.
       INC-WR1.
                WRITE REGTEMPG
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTEMPG" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                MOVE "INCLUSAO" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT-LINHA THRU GRAVA-AUDIT-FIM
      ***** ATUALIZA A GELADEIRA: ULTIMA LEITURA E EXCURSAO *********
                MOVE 0 TO W-NOVAEXC
                MOVE W-DATAAMD TO DATAULTGEL
                MOVE W-HRLEIT  TO HORAULTGEL
                IF EXCGEL NOT = "S"
                   IF W-FORA = 1 OR W-FALTA = 1
                      MOVE 1 TO W-NOVAEXC
                      MOVE "S" TO EXCGEL
                      MOVE W-DATAAMD TO DATAEXCGEL
                      MOVE W-HRLEIT  TO HORAEXCGEL
                      MOVE "T" TO TIPOEXCGEL
                      IF W-FORA = 0
                         MOVE "L" TO TIPOEXCGEL.
       INC-RW2.
                REWRITE REGGELAD
                IF ST-ERRO (1:1) = "9"
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-RW2.
                IF W-NOVAEXC = 0
                   MOVE "*** LEITURA GRAVADA ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF TIPOEXCGEL = "L"
                   MOVE "*** LEITURA FALTANTE: EXCURSAO ABERTA ***"
                                                             TO MENS
                ELSE
                   MOVE "*** FORA DA FAIXA: EXCURSAO ABERTA ***"
                                                             TO MENS.
                PERFORM RMensa THRU RMensa-FIM
                GO TO R1.

      ***** ENCERRAMENTO DA EXCURSAO: REGISTRA A CONDUTA (DESCARTE, *
      ***** CONSULTA AO FABRICANTE...) E LIBERA A GELADEIRA *********
       ENC-001.
           MOVE SPACES TO OBSTG
           DISPLAY (16, 03) "CONDUTA ADOTADA PARA A EXCURSAO:"
           DISPLAY TOBSTG
           ACCEPT TOBSTG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF OBSTG = SPACES
              MOVE "*** DESCREVA A CONDUTA ADOTADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ENC-001.
       ENC-OPC.
           DISPLAY (23, 40) "ENCERRAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EXCURSAO NAO ENCERRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ENC-OPC.
           PERFORM LER-OPER THRU LER-OPER-FIM
           ACCEPT W-AGORA FROM TIME
           MOVE CODGEL TO CODGELT
           MOVE W-HOJE TO DATATG
           MOVE W-AGORA (1:4) TO HORATG
           MOVE "E" TO TIPOTG
           MOVE "N" TO FORATG
           MOVE ZEROS TO TATUTG TMINTG TMAXTG
           MOVE W-CODOPERAUD TO OPERTG.
       ENC-WR1.
           WRITE REGTEMPG
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ENC-WR1.
           IF ST-ERRO = "22"
              ADD 1 TO HORATG
              GO TO ENC-WR1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTEMPG" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           MOVE "ENCERRA" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT-LINHA THRU GRAVA-AUDIT-FIM
           MOVE "N" TO EXCGEL.
       ENC-RW2.
           REWRITE REGGELAD
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ENC-RW2.
           MOVE "*** EXCURSAO ENCERRADA ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO R1.

      ***** LEITURA FALTANTE: O DIA DA ULTIMA LEITURA NAO TEVE AS ***
      ***** LEITURAS EXIGIDAS, OU FICOU UM DIA INTEIRO SEM LEITURA **
      ***** ENTRE ELA E A NOVA ***************************************
       CHK-FALTA.
           MOVE 0 TO W-FALTA
           IF LEITDIAGEL = 0 OR DATAULTGEL = 0
              GO TO CHK-FALTA-FIM.
           IF W-DATAAMD = DATAULTGEL
              GO TO CHK-FALTA-FIM.
           MOVE DATAULTGEL (7:2) TO W-DSDIA
           MOVE DATAULTGEL (5:2) TO W-DSMES
           MOVE DATAULTGEL (1:4) TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-ULTSER
           IF W-LEITSER - W-ULTSER > 1
              MOVE 1 TO W-FALTA
              GO TO CHK-FALTA-FIM.
           MOVE REGTEMPG TO W-SAVETG
           MOVE ZEROS TO W-QTDDIA
           MOVE CODGEL     TO CODGELT
           MOVE DATAULTGEL TO DATATG
           MOVE ZEROS      TO HORATG
           START CADTEMPG KEY IS NOT LESS KEYTEMPG INVALID KEY
              GO TO CHK-FALTA-CONTA.
       CHK-FALTA-LER.
           READ CADTEMPG NEXT
           IF ST-ERRO NOT = "00"
              GO TO CHK-FALTA-CONTA.
           IF CODGELT NOT = CODGEL OR DATATG NOT = DATAULTGEL
              GO TO CHK-FALTA-CONTA.
           IF TIPOTG = "L"
              ADD 1 TO W-QTDDIA.
           GO TO CHK-FALTA-LER.
       CHK-FALTA-CONTA.
           MOVE W-SAVETG TO REGTEMPG
           IF W-QTDDIA < LEITDIAGEL
              MOVE 1 TO W-FALTA.
       CHK-FALTA-FIM.
           EXIT.

      ***** MOSTRA A GELADEIRA, A FAIXA E A SITUACAO DA EXCURSAO ****
       MOSTRA-GELAD.
           MOVE TMINGEL TO W-TMINED
           MOVE TMAXGEL TO W-TMAXED
           MOVE SPACES TO W-FAIXA
           STRING W-TMINED " A " W-TMAXED " GRAUS C"
                  DELIMITED BY SIZE INTO W-FAIXA
           MOVE "SEM EXCURSAO" TO W-TXTEXC
           IF EXCGEL = "S"
              MOVE SPACES TO W-TXTEXC
              IF TIPOEXCGEL = "L"
                 STRING "ABERTA (LEITURA FALTANTE) DESDE "
                        DATAEXCGEL (7:2) "/" DATAEXCGEL (5:2)
                        DELIMITED BY SIZE INTO W-TXTEXC
              ELSE
                 STRING "ABERTA (FORA DA FAIXA) DESDE "
                        DATAEXCGEL (7:2) "/" DATAEXCGEL (5:2)
                        "/" DATAEXCGEL (1:4)
                        DELIMITED BY SIZE INTO W-TXTEXC.
           MOVE "NENHUMA" TO W-TXTULT
           IF DATAULTGEL NOT = 0
              MOVE SPACES TO W-TXTULT
              STRING DATAULTGEL (7:2) "/" DATAULTGEL (5:2) "/"
                     DATAULTGEL (1:4) " " HORAULTGEL (1:2) ":"
                     HORAULTGEL (3:2)
                     DELIMITED BY SIZE INTO W-TXTULT.
           DISPLAY TELATEMPG.
       MOSTRA-GELAD-FIM.
           EXIT.

      ***** ULTIMO DIA DO MES DA DATA DE TRABALHO ******************
       CALC-ULTDIA.
                MOVE W-DIASMES (W-SMES) TO W-ULTDIA
                IF W-SMES = 2
                   DIVIDE W-SANO BY 4 GIVING W-ULT1
                          REMAINDER W-ULT2
                   IF W-ULT2 = 0
                      MOVE 29 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
                EXIT.

      ***** NUMERO DE DIA CORRIDO (SERIAL) DE UMA DATA ***************
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
      ***** OS TERMOS BISSEXTOS CONTAM SO OS ANOS ANTERIORES; O ******
      ***** ANO CORRENTE ENTRA DEPOIS DE FEVEREIRO, NO AJUSTE ********
      ***** DO FIM DO PARAGRAFO **************************************
           SUBTRACT 1 FROM W-DSANO GIVING W-DSANT
           DIVIDE W-DSANT BY 4 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           DIVIDE W-DSANT BY 100 GIVING W-DST1
           SUBTRACT W-DST1 FROM W-DSSER
           DIVIDE W-DSANT BY 400 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           ADD W-CUMD (W-DSMES) TO W-DSSER
           IF W-DSMES > 2
              DIVIDE W-DSANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 ADD 1 TO W-DSSER.
       CALC-SERIAL-FIM.
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
                MOVE "SMP062"          TO W-LINHAUD-PROG
                MOVE KEYTEMPG           TO W-LINHAUD-CHAVE
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
           CLOSE CADTEMPG CADGELAD.
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
           MOVE SPACES TO W-ARQ-CADTEMPG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTEMPG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTEMPG
           MOVE SPACES TO W-ARQ-CADGELAD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGELAD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGELAD
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
