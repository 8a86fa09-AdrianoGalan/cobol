                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT FECHTUTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 OPERCX           PIC 9(04).
          03 SITUACAOCX       PIC X(01).
          03 NUMRECIBO        PIC 9(06).
      *
      ***** ESTORNOS DE RECEBIMENTOS DO CAIXA, UM POR RECIBO.
      ***** KEYCXES = CHAVE DO LANCAMENTO ORIGINAL NO CADCAIXA.
      ***** DATAES NO FORMATO DDMMAAAA (COMO O CADCAIXA) E OPERES
      ***** E O OPERADOR QUE DEVOLVEU (SAIDA NO TURNO DELE).
      ***** SUPES = SUPERVISOR QUE LIBEROU. FORMAES: D/C/P
       FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTOR.
       01 REGESTOR.
          03 NUMRECES         PIC 9(06).
          03 KEYCXES.
             05 CPFES         PIC 9(11).
             05 DATACXES      PIC 9(08).
             05 SEQCXES       PIC 9(02).
          03 DATAES.
             05 DIAES         PIC 9(02).
             05 MESES         PIC 9(02).
             05 ANOES         PIC 9(04).
          03 HORAES           PIC 9(04).
          03 VALORCXES        PIC 9(06)V99.
          03 VALORES          PIC 9(06)V99.
          03 FORMAES          PIC X(01).
          03 MOTIVOES         PIC X(40).
          03 OPERES           PIC 9(04).
          03 SUPES            PIC 9(04).
      *
       FD FECHTUTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
          "CADTURNO.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-FECHTUTX PIC X(64) VALUE
          "FECHTUTX.TXT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
       01 W-APUDIN      PIC 9(08)V99 VALUE ZEROS.
       01 W-APUCAR      PIC 9(08)V99 VALUE ZEROS.
       01 W-APUPIX      PIC 9(08)V99 VALUE ZEROS.
      ***** ESTORNOS DEVOLVIDOS NO TURNO (SAIDAS DO CAIXA)
       01 W-HASEST      PIC 9(01) VALUE ZEROS.
       01 W-ESTDIN      PIC 9(08)V99 VALUE ZEROS.
       01 W-ESTCAR      PIC 9(08)V99 VALUE ZEROS.
       01 W-ESTPIX      PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDEST      PIC 9(04) VALUE ZEROS.
       01 W-DIF         PIC S9(08)V99 VALUE ZEROS.
       01 W-DIF-E       PIC -ZZ.ZZZ.ZZ9,99.
       01 W-VAL-E       PIC ZZ.ZZZ.ZZ9,99.
       SCREEN SECTION.
       01  TELATURNO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "      ***** FECHAMENTO DE TURNO DO CAIX".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE OU CRIA ARQUIVOS *************************
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADTURNO
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASEST
           OPEN INPUT CADESTOR
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEST.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE ZEROS TO W-APUDIN W-APUCAR W-APUPIX
           MOVE ZEROS TO KEYCAIXA
           START CADCAIXA KEY IS NOT LESS KEYCAIXA INVALID KEY
              GO TO APURA-EST.
       APURA-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
              GO TO APURA-EST.
           IF SITUACAOCX = "I" OR SITUACAOCX = "C"
              GO TO APURA-LER.
           IF DATACX NOT = W-DATAF
              ADD VALORCX TO W-APUPIX.
           GO TO APURA-LER.

      ***** ESTORNOS DEVOLVIDOS PELO OPERADOR NA DATA: O RECEBIDO ***
      ***** CONTINUA NO APURADO E A DEVOLUCAO SAI DO ESPERADO *******
       APURA-EST.
           MOVE ZEROS TO W-ESTDIN W-ESTCAR W-ESTPIX W-QTDEST
           IF W-HASEST = 0
              GO TO GRAVA-TURNO.
           MOVE ZEROS TO NUMRECES
           START CADESTOR KEY IS NOT LESS NUMRECES INVALID KEY
              GO TO GRAVA-TURNO.
       APURA-EST-LER.
           READ CADESTOR NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TURNO.
           IF DATAES NOT = W-DATAF
              GO TO APURA-EST-LER.
           IF OPERES NOT = W-OPERF
              GO TO APURA-EST-LER.
           ADD 1 TO W-QTDEST
           IF FORMAES = "D"
              ADD VALORES TO W-ESTDIN.
           IF FORMAES = "C"
              ADD VALORES TO W-ESTCAR.
           IF FORMAES = "P"
              ADD VALORES TO W-ESTPIX.
           GO TO APURA-EST-LER.

      ***** GRAVA O FECHAMENTO COM AS DIFERENCAS ********************
       GRAVA-TURNO.
           MOVE W-DATAF-N TO DATATU
           MOVE W-APUDIN  TO APUDIN
           MOVE W-APUCAR  TO APUCAR
           MOVE W-APUPIX  TO APUPIX
           COMPUTE DIFDIN = W-DECDIN - W-APUDIN + W-ESTDIN
           COMPUTE DIFCAR = W-DECCAR - W-APUCAR + W-ESTCAR
           COMPUTE DIFPIX = W-DECPIX - W-APUPIX + W-ESTPIX
           ACCEPT W-AGORA FROM TIME
           MOVE W-AGORA (1:4) TO HORAFECTU
           MOVE "F" TO SITUACAOTU.
           MOVE ALL "-" TO REGFECHTUTX
           WRITE REGFECHTUTX.
           MOVE SPACES TO REGFECHTUTX
           STRING "FORMA        DECLARADO        RECEBIDO"
                  "      ESTORNADO        DIFERENCA"
                  DELIMITED BY SIZE INTO REGFECHTUTX
           WRITE REGFECHTUTX.
           PERFORM SLIP-DIN THRU SLIP-DIN-FIM
           PERFORM SLIP-CAR THRU SLIP-CAR-FIM
           PERFORM SLIP-PIX THRU SLIP-PIX-FIM
           IF W-QTDEST > 0
              MOVE SPACES TO REGFECHTUTX
              WRITE REGFECHTUTX
              MOVE SPACES TO REGFECHTUTX
              STRING "ESTORNOS DEVOLVIDOS NO TURNO: " W-QTDEST
                     " (SAIDA DO CAIXA, VER COMPROVANTES)"
                     DELIMITED BY SIZE INTO REGFECHTUTX
              WRITE REGFECHTUTX.
           CLOSE FECHTUTX
           MOVE "*** TURNO FECHADO, VEJA FECHTUTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
                  DELIMITED BY SIZE INTO REGFECHTUTX
           MOVE W-APUDIN TO W-VAL-E
           MOVE W-VAL-E TO REGFECHTUTX (25:14)
           MOVE W-ESTDIN TO W-VAL-E
           MOVE W-VAL-E TO REGFECHTUTX (40:14)
           COMPUTE W-DIF = W-DECDIN - W-APUDIN + W-ESTDIN
           MOVE W-DIF TO W-DIF-E
           MOVE W-DIF-E TO REGFECHTUTX (55:15)
           WRITE REGFECHTUTX.
       SLIP-DIN-FIM.
           EXIT.
                  DELIMITED BY SIZE INTO REGFECHTUTX
           MOVE W-APUCAR TO W-VAL-E
           MOVE W-VAL-E TO REGFECHTUTX (25:14)
           MOVE W-ESTCAR TO W-VAL-E
           MOVE W-VAL-E TO REGFECHTUTX (40:14)
           COMPUTE W-DIF = W-DECCAR - W-APUCAR + W-ESTCAR
           MOVE W-DIF TO W-DIF-E
           MOVE W-DIF-E TO REGFECHTUTX (55:15)
           WRITE REGFECHTUTX.
       SLIP-CAR-FIM.
           EXIT.
                  DELIMITED BY SIZE INTO REGFECHTUTX
           MOVE W-APUPIX TO W-VAL-E
           MOVE W-VAL-E TO REGFECHTUTX (25:14)
           MOVE W-ESTPIX TO W-VAL-E
           MOVE W-VAL-E TO REGFECHTUTX (40:14)
           COMPUTE W-DIF = W-DECPIX - W-APUPIX + W-ESTPIX
           MOVE W-DIF TO W-DIF-E
           MOVE W-DIF-E TO REGFECHTUTX (55:15)
           WRITE REGFECHTUTX.
       SLIP-PIX-FIM.
           EXIT.
       ROT-FIM.
           CLOSE CADTURNO.
           CLOSE CADCAIXA.
           IF W-HASEST = 1
              CLOSE CADESTOR.
       ROT-FIM2.
           EXIT PROGRAM.

           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-FECHTUTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "FECHTUTX.TXT" DELIMITED BY SIZE
