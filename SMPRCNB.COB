                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATRF
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETMV
                    FILE STATUS  IS ST-ERRO.

       SELECT RETBANTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 VALORPAGTO       PIC 9(08)V99.
          03 OPERPAGTO        PIC 9(04).
          03 SITUACAOPG       PIC X(01).
      *
      ***** RETENCOES DA FATURA DE CONVENIO (MESMA CHAVE DA FATURA):
      ***** PREVISTAS NA GERACAO E RECONHECIDAS NOS RECEBIMENTOS
      ***** SITRF: P=PREVISTA  R=RETENCAO TODA RECONHECIDA
       FD CADRETFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRETFA.
       01 REGRETFA.
          03 NUMFATRF         PIC 9(06).
          03 CONVRF           PIC 9(04).
          03 MESRF            PIC 9(02).
          03 ANORF            PIC 9(04).
          03 BASERF           PIC 9(08)V99.
          03 PTXRF            PIC 9(08)V99 OCCURS 5 TIMES.
          03 PRETRF           PIC 9(08)V99.
          03 PLIQRF           PIC 9(08)V99.
          03 RECRF            PIC 9(08)V99.
          03 RETRF            PIC 9(08)V99.
          03 FALTARF          PIC 9(08)V99.
          03 DATARF           PIC 9(08).
          03 SITRF            PIC X(01).
      *
      ***** RETENCAO RECONHECIDA EM CADA RECEBIMENTO DA FATURA (MESMA
      ***** CHAVE DO CADPAGTO), ABERTA POR IMPOSTO (SMPRRTN)
       FD CADRETMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRETMV.
       01 REGRETMV.
          03 KEYRETMV.
             05 NUMFATRM      PIC 9(06).
             05 SEQRM         PIC 9(02).
          03 CONVRM           PIC 9(04).
          03 DATARM           PIC 9(08).
          03 CAIXARM          PIC 9(08)V99.
          03 VTXRM            PIC 9(08)V99 OCCURS 5 TIMES.
          03 TOTRM            PIC 9(08)V99.
          03 FALTARM          PIC 9(08)V99.
      *
       FD RETBANTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 WS-JRNFILE    PIC X(64) VALUE SPACES.
       01 W-JRNDATA     PIC 9(08) VALUE ZEROS.
       01 W-JRNHORA     PIC 9(08) VALUE ZEROS.
          "CADFATUR.DAT".
       01 W-ARQ-CADPAGTO PIC X(64) VALUE
          "CADPAGTO.DAT".
       01 W-ARQ-CADRETFA PIC X(64) VALUE
          "CADRETFA.DAT".
       01 W-ARQ-CADRETMV PIC X(64) VALUE
          "CADRETMV.DAT".
       01 W-ARQ-RETBANTX PIC X(64) VALUE
          "RETBANTX.TXT".
       01 W-ARQ-RETBANER PIC X(64) VALUE
       01 W-NOSSONUM6 PIC X(06) VALUE SPACES.
       01 W-SEQPGLIV  PIC 9(02) VALUE ZEROS.
       01 W-FATURADA  PIC 9(06) VALUE ZEROS.
       01 W-TOTRET    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTFALTA  PIC 9(10)V99 VALUE ZEROS.
       01 W-HASRTF      PIC 9(01) VALUE ZEROS.
       01 W-HASRMV      PIC 9(01) VALUE ZEROS.
       01 W-RETLAN      PIC 9(08)V99 VALUE ZEROS.
       01 W-RETMAX      PIC 9(08)V99 VALUE ZEROS.
       01 W-RETSOMA     PIC 9(08)V99 VALUE ZEROS.
       01 W-FALTALAN    PIC 9(08)V99 VALUE ZEROS.
       01 W-IMP         PIC 9(01) VALUE ZEROS.
       01 W-IMPMAX      PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** CARGA DO RETORNO BANCARIO (CNAB) ".
           05  LINE 04  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.
      ***** DADOS FICTICIOS NAO SAEM PARA FORA DA CLINICA
           IF W-TREINO NOT = SPACES
              MOVE "*** NAO DISPONIVEL NA BASE DE TREINAMENTO ***"
                                                       TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

       INICIO.
           DISPLAY TELAFILTRO.
              OPEN I-O CADPAGTO.
           OPEN OUTPUT RETBANER.
           MOVE ZEROS TO W-TOTLIDOS W-TOTBAIXA W-TOTPARC W-TOTNAO.
           MOVE ZEROS TO W-TOTRET W-TOTFALTA.

      ***** RETENCOES DA FATURA (GRAVADAS NA GERACAO PELO SMPRFAT) ***
       INC-OP1.
           MOVE 1 TO W-HASRTF
           OPEN I-O CADRETFA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASRTF.
           MOVE 0 TO W-HASRMV
           IF W-HASRTF = 1
              MOVE 1 TO W-HASRMV
              OPEN I-O CADRETMV
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRETMV
                 CLOSE CADRETMV
                 OPEN I-O CADRETMV.
           IF W-HASRTF = 1 AND ST-ERRO NOT = "00"
              MOVE 0 TO W-HASRMV.

       LER-RET.
           READ RETBANTX
           MOVE REGPAGTO   TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
           ADD BN-VALOR TO VALORRECFA
           PERFORM RATEIA-RET THRU RATEIA-RET-FIM
           ADD W-RETLAN TO W-TOTRET
           IF VALORRECFA NOT < VALORFAT
              MOVE "P" TO STATUSFAT
              ADD 1 TO W-TOTBAIXA
              STRING "PAGAMENTO PARCIAL NA FATURA " W-FATURADA
                     " VALOR " BN-VALOR
                     DELIMITED BY SIZE INTO REGRETBANER
              WRITE REGRETBANER
              IF W-FALTALAN > 0
                 ADD W-FALTALAN TO W-TOTFALTA
                 MOVE SPACES TO REGRETBANER
                 STRING "   RETENCAO NA FONTE " W-RETLAN
                        "  FALTA/GLOSA " W-FALTALAN
                        DELIMITED BY SIZE INTO REGRETBANER
                 WRITE REGRETBANER.
       BAIXA-RW.
           REWRITE REGFATUR
           IF ST-ERRO (1:1) = "9"
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
           GO TO LER-RET.

      ***** SEPARA, NO RECEBIMENTO JA SOMADO A FATURA, A RETENCAO ****
      ***** NA FONTE DA FALTA (GLOSA): A RETENCAO PREVISTA E ********
      ***** RECONHECIDA NA PROPORCAO DO LIQUIDO RECEBIDO E O ********
      ***** RESTANTE QUANDO O LIQUIDO PREVISTO FOI TODO PAGO; ELA ***
      ***** ENTRA NO RECEBIDO DA FATURA E E ABERTA POR IMPOSTO NO ***
      ***** CADRETMV. O QUE FALTA PARA O LIQUIDO E FALTA/GLOSA ******
       RATEIA-RET.
           MOVE ZEROS TO W-RETLAN W-FALTALAN
           IF W-HASRTF = 0
              GO TO RATEIA-RET-FIM.
           MOVE NUMFATURA TO NUMFATRF
           READ CADRETFA
           IF ST-ERRO NOT = "00"
              GO TO RATEIA-RET-FIM.
           ADD VALORPAGTO TO RECRF
           IF PRETRF = 0 OR RETRF NOT < PRETRF
              GO TO RATEIA-RET-FALTA.
           IF RECRF NOT < PLIQRF
              COMPUTE W-RETLAN = PRETRF - RETRF
           ELSE
              COMPUTE W-RETLAN ROUNDED = VALORPAGTO * PRETRF / PLIQRF
              IF W-RETLAN > PRETRF - RETRF
                 COMPUTE W-RETLAN = PRETRF - RETRF.
      ***** CONVENIO QUE PAGOU SEM RETER NAO PASSA DO VALOR DA FATURA
           IF VALORRECFA NOT < VALORFAT
              MOVE ZEROS TO W-RETLAN
           ELSE
              COMPUTE W-RETMAX = VALORFAT - VALORRECFA
              IF W-RETLAN > W-RETMAX
                 MOVE W-RETMAX TO W-RETLAN.
           ADD W-RETLAN TO RETRF
           ADD W-RETLAN TO VALORRECFA.
       RATEIA-RET-FALTA.
           MOVE ZEROS TO FALTARF
           IF RECRF < PLIQRF
              COMPUTE FALTARF = PLIQRF - RECRF.
           MOVE FALTARF TO W-FALTALAN
           COMPUTE DATARF = ANOPG * 10000 + MESPG * 100 + DIAPG
           IF RETRF NOT < PRETRF
              MOVE "R" TO SITRF.
           REWRITE REGRETFA
           IF W-RETLAN = 0 OR W-HASRMV = 0
              GO TO RATEIA-RET-FIM.
           MOVE NUMFATURA  TO NUMFATRM
           MOVE SEQPAGTO   TO SEQRM
           MOVE CONVFAT    TO CONVRM
           MOVE DATARF     TO DATARM
           MOVE VALORPAGTO TO CAIXARM
           MOVE W-RETLAN   TO TOTRM
           MOVE FALTARF    TO FALTARM
           MOVE ZEROS      TO W-RETSOMA
           MOVE 1 TO W-IMP W-IMPMAX.
      ***** ABRE A RETENCAO POR IMPOSTO; O IMPOSTO DE MAIOR VALOR **
      ***** PREVISTO ABSORVE A DIFERENCA DE ARREDONDAMENTO ***********
       RATEIA-RET-IMP.
           IF W-IMP > 5
              GO TO RATEIA-RET-AJUSTA.
           COMPUTE VTXRM (W-IMP) ROUNDED =
                   W-RETLAN * PTXRF (W-IMP) / PRETRF
           ADD VTXRM (W-IMP) TO W-RETSOMA
           IF PTXRF (W-IMP) > PTXRF (W-IMPMAX)
              MOVE W-IMP TO W-IMPMAX.
           ADD 1 TO W-IMP
           GO TO RATEIA-RET-IMP.
       RATEIA-RET-AJUSTA.
           IF W-RETSOMA > W-RETLAN
              COMPUTE VTXRM (W-IMPMAX) = VTXRM (W-IMPMAX)
                                       - (W-RETSOMA - W-RETLAN)
           ELSE
              COMPUTE VTXRM (W-IMPMAX) = VTXRM (W-IMPMAX)
                                       + (W-RETLAN - W-RETSOMA).
       RATEIA-RET-GRAVA.
           WRITE REGRETMV
           IF ST-ERRO = "22"
              REWRITE REGRETMV.
       RATEIA-RET-FIM.
           EXIT.

      ***** LOCALIZA A FATURA PELO NOSSO NUMERO OU PELO NUMERO ******
       ACHA-FATURA.
           MOVE 0 TO W-ACHEI
           STRING "CREDITOS REJEITADOS .: " W-TOTNAO
                  DELIMITED BY SIZE INTO REGRETBANER
           WRITE REGRETBANER.
           MOVE SPACES TO REGRETBANER
           STRING "RETENCOES NA FONTE ..: " W-TOTRET
                  DELIMITED BY SIZE INTO REGRETBANER
           WRITE REGRETBANER.
           MOVE SPACES TO REGRETBANER
           STRING "FALTAS/GLOSAS .......: " W-TOTFALTA
                  DELIMITED BY SIZE INTO REGRETBANER
           WRITE REGRETBANER.
           MOVE "*** CARGA CONCLUIDA, VEJA RETBANER.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.

           CONTINUE.
       RotinaFim1.
           CLOSE CADFATUR CADPAGTO RETBANTX RETBANER.
           IF W-HASRTF = 1
              CLOSE CADRETFA.
           IF W-HASRMV = 1
              CLOSE CADRETMV.
       RotinaFim2.
           EXIT PROGRAM.
       RotinaFim3.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGTO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGTO
           MOVE SPACES TO W-ARQ-CADRETFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETFA
           MOVE SPACES TO W-ARQ-CADRETMV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETMV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETMV
           MOVE SPACES TO W-ARQ-RETBANTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "RETBANTX.TXT" DELIMITED BY SIZE
