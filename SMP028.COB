                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

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

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).
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
       FD SESSAO
               LABEL RECORD IS STANDARD.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
          "CADPAGTO.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADRETFA PIC X(64) VALUE
          "CADRETFA.DAT".
       01 W-ARQ-CADRETMV PIC X(64) VALUE
          "CADRETMV.DAT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-CODOPERAUD  PIC 9(04) VALUE ZEROS.
       01 TXTSTATUS     PIC X(10) VALUE SPACES.
       01 W-SEQPGLIV    PIC 9(02) VALUE ZEROS.
       01 W-SALDOFAT    PIC 9(08)V99 VALUE ZEROS.
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
       01  TELAFATUR.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** RECEBIMENTOS DE FATURAS ".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE ARQUIVOS *************************
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.

      ***** RETENCOES DA FATURA (GRAVADAS NA GERACAO PELO SMPRFAT) ***
       R0B.
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

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TXTNOMEC TXTSTATUS PROTOCFAT
              GO TO R1.
           SUBTRACT VALORRECFA FROM VALORFAT GIVING W-SALDOFAT
           DISPLAY (20, 01) "SALDO EM ABERTO: "
           DISPLAY (20, 18) W-SALDOFAT
           PERFORM MOSTRA-RET THRU MOSTRA-RET-FIM.

      ***** LANCAMENTO DO RECEBIMENTO (PARCIAL OU TOTAL) *************
       REC-001.
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           ADD VALORPAGTO TO VALORRECFA
           PERFORM RATEIA-RET THRU RATEIA-RET-FIM
           IF VALORRECFA NOT < VALORFAT
              MOVE "P" TO STATUSFAT.
       REC-RW.
              MOVE "CADFATUR"   TO W-JRN-ARQ
              MOVE REGFATUR     TO W-JRN-IMAGEM
              PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
              PERFORM MOSTRA-LANC THRU MOSTRA-LANC-FIM
              MOVE "*** RECEBIMENTO LANCADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              DISPLAY (20, 01) LIMPA
              DISPLAY (18, 01) LIMPA
              DISPLAY (21, 01) LIMPA
              GO TO R1.
           MOVE "ERRO NA ATUALIZACAO DA FATURA" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO ROT-FIM.

      ***** RETENCAO PREVISTA, LIQUIDO ESPERADO E O QUE JA ENTROU ****
       MOSTRA-RET.
           DISPLAY (18, 01) LIMPA
           IF W-HASRTF = 0
              GO TO MOSTRA-RET-FIM.
           MOVE NUMFATURA TO NUMFATRF
           READ CADRETFA
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-RET-FIM.
           DISPLAY (18, 01) "RETENCAO PREV.:"
           DISPLAY (18, 17) PRETRF
           DISPLAY (18, 29) "LIQUIDO:"
           DISPLAY (18, 38) PLIQRF
           DISPLAY (18, 50) "RECEBIDO:"
           DISPLAY (18, 60) RECRF.
       MOSTRA-RET-FIM.
           EXIT.

      ***** QUANTO DO LANCAMENTO FOI RETENCAO E QUANTO FALTA *********
       MOSTRA-LANC.
           IF W-RETLAN = 0 AND W-FALTALAN = 0
              GO TO MOSTRA-LANC-FIM.
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 01) "RETENCAO:"
           DISPLAY (21, 11) W-RETLAN
           DISPLAY (21, 24) "FALTA/GLOSA:"
           DISPLAY (21, 37) W-FALTALAN.
       MOSTRA-LANC-FIM.
           EXIT.

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

      ***** GUARDA O OPERADOR DA SESSAO COMO RECEBEDOR ***************
       PEGA-OPER.
           MOVE ZEROS TO OPERPAGTO
           CLOSE CADFATUR.
           CLOSE CADPAGTO.
           CLOSE CADCONV.
           IF W-HASRTF = 1
              CLOSE CADRETFA.
           IF W-HASRMV = 1
              CLOSE CADRETMV.
       ROT-FIM2.
           EXIT PROGRAM.

           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-CADRETFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETFA
           MOVE SPACES TO W-ARQ-CADRETMV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETMV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETMV
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
