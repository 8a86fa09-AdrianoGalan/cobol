       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRTGL.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * RELATORIO MENSAL DE TEMPERATURA DAS GELADEIRAS   *
      * DE VACINAS: LEITURAS DIA A DIA, LEITURAS FORA DA *
      * FAIXA, DIAS COM LEITURAS FALTANTES, EXCURSOES    *
      * ENCERRADAS COM A CONDUTA E SITUACAO ATUAL        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADGELAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGEL
                    FILE STATUS  IS ST-ERRO.


       SELECT CADTEMPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTEMPG
                    FILE STATUS  IS ST-ERRO.


       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.


       SELECT TEMPGTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD TEMPGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-TEMPGTX.
       01 REGTEMPGTX        PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADGELAD PIC X(64) VALUE
          "CADGELAD.DAT".
       01 W-ARQ-CADTEMPG PIC X(64) VALUE
          "CADTEMPG.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-TEMPGTX PIC X(64) VALUE
          "TEMPGTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASTMP    PIC 9(01) VALUE ZEROS.
       01 W-HASUNI    PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-GELF      PIC 9(03) VALUE ZEROS.
       01 W-AMHOJE    PIC 9(06) VALUE ZEROS.
       01 W-AMREF     PIC 9(06) VALUE ZEROS.
      ***** DIAS DO MES A EXAMINAR (ATE HOJE NO MES CORRENTE) *******
       01 W-DIA       PIC 9(02) VALUE ZEROS.
       01 W-ULTDIA    PIC 9(02) VALUE ZEROS.
       01 W-SER1      PIC 9(07) VALUE ZEROS.
       01 W-DATADIA.
          03 W-DDANO     PIC 9(04).
          03 W-DDMES     PIC 9(02).
          03 W-DDDIA     PIC 9(02).
       01 W-DATADIAN  REDEFINES W-DATADIA PIC 9(08).
      ***** CONTADORES DO DIA, DA GELADEIRA E GERAIS ****************
       01 W-LEITDIA   PIC 9(03) VALUE ZEROS.
       01 W-GLEIT     PIC 9(05) VALUE ZEROS.
       01 W-GFORA     PIC 9(05) VALUE ZEROS.
       01 W-GFALTA    PIC 9(05) VALUE ZEROS.
       01 W-GEXCF     PIC 9(05) VALUE ZEROS.
       01 W-TQTDGEL   PIC 9(05) VALUE ZEROS.
       01 W-TLEIT     PIC 9(05) VALUE ZEROS.
       01 W-TFORA     PIC 9(05) VALUE ZEROS.
       01 W-TFALTA    PIC 9(05) VALUE ZEROS.
       01 W-TEXCF     PIC 9(05) VALUE ZEROS.
       01 W-TEXCAB    PIC 9(05) VALUE ZEROS.
       01 W-QTDED     PIC ZZZZ9.
       01 W-QTD2ED    PIC ZZZZ9.
       01 W-QTD3ED    PIC ZZZZ9.
       01 W-QTD4ED    PIC ZZZZ9.
       01 W-FALTAED   PIC 9(01) VALUE ZEROS.
       01 W-TEMPED    PIC -Z9,9.
       01 W-TEMP2ED   PIC -Z9,9.
       01 W-TEMP3ED   PIC -Z9,9.
       01 W-HORAED    PIC 99.99.
       01 W-NOMEUNID  PIC X(20) VALUE SPACES.
       01 W-TXTFORA   PIC X(04) VALUE SPACES.
       01 W-TXTTIPO   PIC X(20) VALUE SPACES.
       01 W-DTED      PIC X(10) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
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
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** RELATORIO MENSAL DE TEMPERATURA DAS".
           05  LINE 04  COLUMN 42
               VALUE  " GELADEIRAS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES/ANO DE REFERENCIA (MM AAAA):".
           05  LINE 07  COLUMN 01
               VALUE  "  GELADEIRA (0 = TODAS)          :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 36  PIC 99
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 06  COLUMN 39  PIC 9999
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-GELF
               LINE 07  COLUMN 36  PIC 999
               USING  W-GELF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 42  PIC X(01)
               USING  W-OPCAO
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

       INICIO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE (5:2) TO W-MESF
           MOVE W-DATAHOJE (1:4) TO W-ANOF
           MOVE W-DATAHOJE (1:6) TO W-AMHOJE
           MOVE ZEROS TO W-GELF.

       INC-001.
           DISPLAY TELAFILTRO
           ACCEPT TW-MESF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESF < 1 OR W-MESF > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TW-ANOF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOF < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
           COMPUTE W-AMREF = W-ANOF * 100 + W-MESF
           IF W-AMREF > W-AMHOJE
              MOVE "*** MES DE REFERENCIA NO FUTURO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
       INC-003.
           ACCEPT TW-GELF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-002.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RELATORIO CANCELADO PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT CADGELAD
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA GELADEIRA CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
      ***** SEM LEITURAS TODOS OS DIAS SAEM COMO FALTANTES **********
           MOVE 1 TO W-HASTMP
           OPEN INPUT CADTEMPG
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASTMP.
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.

           OPEN OUTPUT TEMPGTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TEMPGTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim4.

      ***** ULTIMO DIA DO MES; NO MES CORRENTE, ATE HOJE ************
           MOVE 1 TO W-DSDIA
           MOVE W-MESF TO W-DSMES
           MOVE W-ANOF TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-SER1
           ADD 1 TO W-DSMES
           IF W-DSMES > 12
              MOVE 1 TO W-DSMES
              ADD 1 TO W-DSANO.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-ULTDIA = W-DSSER - W-SER1
           IF W-AMREF = W-AMHOJE
              MOVE W-DATAHOJE (7:2) TO W-ULTDIA.

           MOVE SPACES TO REGTEMPGTX
           STRING "RELATORIO MENSAL DE TEMPERATURA DAS GELADEIRAS - "
                  "REF " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE ALL "=" TO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE ZEROS TO W-TQTDGEL W-TLEIT W-TFORA W-TFALTA
                         W-TEXCF W-TEXCAB
           MOVE W-GELF TO CODGEL
           START CADGELAD KEY IS NOT LESS CODGEL INVALID KEY
              GO TO GRAVA-TOTAIS.

      ***** UMA SECAO POR GELADEIRA (INATIVAS SO SE PEDIDAS) ********
       LER-GELAD.
           READ CADGELAD NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAIS.
           IF W-GELF NOT = 0 AND CODGEL NOT = W-GELF
              GO TO GRAVA-TOTAIS.
           IF W-GELF = 0 AND SITUACAOGEL = "I"
              GO TO LER-GELAD.
           PERFORM CABEC-GELAD THRU CABEC-GELAD-FIM
           MOVE ZEROS TO W-GLEIT W-GFORA W-GFALTA W-GEXCF
           MOVE 1 TO W-DIA.
       PROX-DIA.
           IF W-DIA > W-ULTDIA
              PERFORM RODAPE-GELAD THRU RODAPE-GELAD-FIM
              GO TO LER-GELAD.
           PERFORM LISTA-DIA THRU LISTA-DIA-FIM
           ADD 1 TO W-DIA
           GO TO PROX-DIA.

       CABEC-GELAD.
           ADD 1 TO W-TQTDGEL
           MOVE SPACES TO W-NOMEUNID
           IF W-HASUNI = 1
              MOVE UNIDGEL TO CODUNID
              READ CADUNID
              IF ST-ERRO = "00"
                 MOVE DENOMUNID TO W-NOMEUNID.
           MOVE SPACES TO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE SPACES TO REGTEMPGTX
           STRING "GELADEIRA " CODGEL " " DESCGEL
                  "  UNIDADE " UNIDGEL " " W-NOMEUNID
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE TMINGEL TO W-TEMPED
           MOVE TMAXGEL TO W-TEMP2ED
           MOVE SPACES TO REGTEMPGTX
           STRING "FAIXA " W-TEMPED " A " W-TEMP2ED " GRAUS C"
                  "   LEITURAS EXIGIDAS POR DIA: " LEITDIAGEL
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE SPACES TO REGTEMPGTX
           STRING "DATA        HORA   ATUAL  MINIMA MAXIMA"
                  "  FAIXA OPER"
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE ALL "-" TO REGTEMPGTX
           WRITE REGTEMPGTX.
       CABEC-GELAD-FIM.
           EXIT.

      ***** LEITURAS DO DIA; FALTANTE SE ABAIXO DO EXIGIDO *********
       LISTA-DIA.
           MOVE ZEROS TO W-LEITDIA
           MOVE W-ANOF TO W-DDANO
           MOVE W-MESF TO W-DDMES
           MOVE W-DIA  TO W-DDDIA
           MOVE SPACES TO W-DTED
           STRING W-DDDIA "/" W-DDMES "/" W-DDANO
                  DELIMITED BY SIZE INTO W-DTED
           IF W-HASTMP = 0
              GO TO LISTA-DIA-FALTA.
           MOVE CODGEL     TO CODGELT
           MOVE W-DATADIAN TO DATATG
           MOVE ZEROS      TO HORATG
           START CADTEMPG KEY IS NOT LESS KEYTEMPG INVALID KEY
              GO TO LISTA-DIA-FALTA.
       LISTA-DIA-LER.
           READ CADTEMPG NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-DIA-FALTA.
           IF CODGELT NOT = CODGEL OR DATATG NOT = W-DATADIAN
              GO TO LISTA-DIA-FALTA.
           MOVE HORATG TO W-HORAED
           IF TIPOTG = "E"
              ADD 1 TO W-GEXCF
              MOVE SPACES TO REGTEMPGTX
              STRING W-DTED "  " W-HORAED
                     "  EXCURSAO ENCERRADA - CONDUTA: " OBSTG
                     DELIMITED BY SIZE INTO REGTEMPGTX
              WRITE REGTEMPGTX
              GO TO LISTA-DIA-LER.
           ADD 1 TO W-LEITDIA W-GLEIT
           MOVE SPACES TO W-TXTFORA
           IF FORATG = "S"
              MOVE "FORA" TO W-TXTFORA
              ADD 1 TO W-GFORA
           ELSE
              MOVE "OK" TO W-TXTFORA.
           MOVE TATUTG TO W-TEMPED
           MOVE TMINTG TO W-TEMP2ED
           MOVE TMAXTG TO W-TEMP3ED
           MOVE SPACES TO REGTEMPGTX
           STRING W-DTED "  " W-HORAED "  " W-TEMPED "  "
                  W-TEMP2ED "  " W-TEMP3ED "   " W-TXTFORA
                  "  " OPERTG "  " OBSTG
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           GO TO LISTA-DIA-LER.
       LISTA-DIA-FALTA.
           IF W-LEITDIA NOT < LEITDIAGEL
              GO TO LISTA-DIA-FIM.
           ADD 1 TO W-GFALTA
           MOVE W-LEITDIA TO W-FALTAED
           MOVE SPACES TO REGTEMPGTX
           STRING W-DTED "  *** LEITURAS FALTANTES: FEITAS "
                  W-FALTAED " DE " LEITDIAGEL " EXIGIDAS ***"
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX.
       LISTA-DIA-FIM.
           EXIT.

      ***** TOTAIS DA GELADEIRA E SITUACAO ATUAL DA EXCURSAO *******
       RODAPE-GELAD.
           MOVE W-GLEIT  TO W-QTDED
           MOVE W-GFORA  TO W-QTD2ED
           MOVE W-GFALTA TO W-QTD3ED
           MOVE W-GEXCF  TO W-QTD4ED
           MOVE SPACES TO REGTEMPGTX
           STRING "  LEITURAS " W-QTDED "  FORA DA FAIXA " W-QTD2ED
                  "  DIAS FALTANTES " W-QTD3ED
                  "  EXCURSOES ENCERR " W-QTD4ED
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           ADD W-GLEIT  TO W-TLEIT
           ADD W-GFORA  TO W-TFORA
           ADD W-GFALTA TO W-TFALTA
           ADD W-GEXCF  TO W-TEXCF
           IF EXCGEL NOT = "S"
              MOVE SPACES TO REGTEMPGTX
              MOVE "  SITUACAO ATUAL: SEM EXCURSAO ABERTA"
                                                       TO REGTEMPGTX
              WRITE REGTEMPGTX
              GO TO RODAPE-GELAD-FIM.
           ADD 1 TO W-TEXCAB
           MOVE "FORA DA FAIXA" TO W-TXTTIPO
           IF TIPOEXCGEL = "L"
              MOVE "LEITURA FALTANTE" TO W-TXTTIPO.
           MOVE SPACES TO W-DTED
           STRING DATAEXCGEL (7:2) "/" DATAEXCGEL (5:2) "/"
                  DATAEXCGEL (1:4)
                  DELIMITED BY SIZE INTO W-DTED
           MOVE HORAEXCGEL TO W-HORAED
           MOVE SPACES TO REGTEMPGTX
           STRING "  *** SITUACAO ATUAL: EXCURSAO ABERTA EM " W-DTED
                  " " W-HORAED " - " W-TXTTIPO
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX.
       RODAPE-GELAD-FIM.
           EXIT.

       GRAVA-TOTAIS.
           MOVE SPACES TO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE ALL "=" TO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE W-TQTDGEL TO W-QTDED
           MOVE W-TEXCAB  TO W-QTD2ED
           MOVE SPACES TO REGTEMPGTX
           STRING "GELADEIRAS LISTADAS " W-QTDED
                  "   COM EXCURSAO ABERTA " W-QTD2ED
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           MOVE W-TLEIT  TO W-QTDED
           MOVE W-TFORA  TO W-QTD2ED
           MOVE W-TFALTA TO W-QTD3ED
           MOVE W-TEXCF  TO W-QTD4ED
           MOVE SPACES TO REGTEMPGTX
           STRING "LEITURAS " W-QTDED "  FORA DA FAIXA " W-QTD2ED
                  "  DIAS FALTANTES " W-QTD3ED
                  "  EXCURSOES ENCERR " W-QTD4ED
                  DELIMITED BY SIZE INTO REGTEMPGTX
           WRITE REGTEMPGTX
           GO TO FECHA-RELAT.

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

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           CLOSE TEMPGTX
           MOVE "SMPRTGL" TO W-PROGCAT
           MOVE "TEMPGTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "REF " W-MESF "/" W-ANOF " GEL " W-GELF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO TEMPGTX.TXT GERADO COM SUCESSO ***"
                                                            TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim4.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE TEMPGTX.
       RotinaFim4.
           CLOSE CADGELAD.
           IF W-HASTMP = 1
              CLOSE CADTEMPG.
           IF W-HASUNI = 1
              CLOSE CADUNID.
       RotinaFim2.
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

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
           MOVE SPACES TO W-ARQ-CADGELAD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGELAD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGELAD
           MOVE SPACES TO W-ARQ-CADTEMPG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTEMPG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTEMPG
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-TEMPGTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "TEMPGTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-TEMPGTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
