      * CADEIA NOTURNA: FECHAMENTO, LEMBRETES, RECONCI- *
      * LIACAO E EXPORTACAO, COM PONTO DE CONTROLE POR  *
      * ETAPA (CKPTNOC.DAT) E RETOMADA DA ETAPA QUE     *
      * FALHOU. A ETAPA 5 (ELEGIBILIDADE) E OPCIONAL,   *
      * A 6 (ACESSOS SUSPEITOS) RODA SEMPRE, A 7        *
      * (CAPACIDADE) E SEMANAL E A 8 (DOCUMENTOS        *
      * DOS MEDICOS) E MENSAL                           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CKPTNOC PIC X(64) VALUE
          "CKPTNOC.DAT".
       01 W-ARQ-NOTURNTX PIC X(64) VALUE
       01 W-HORA      PIC 9(08) VALUE ZEROS.
       01 W-ETAPAINI  PIC 9(01) VALUE ZEROS.
       01 W-ETAPA     PIC 9(01) VALUE ZEROS.
       01 W-NETAPAS   PIC 9(01) VALUE 8.
       01 W-ELEGOFF   PIC 9(01) VALUE ZEROS.
      ***** ETAPA 7 SEMANAL: W-DIACAP = DIA DA SEMANA (NOCCAP) ******
      ***** W-CAPOFF: 0 = RODA HOJE  1 = DESATIVADA  2 = OUTRO DIA **
       01 W-CAPOFF    PIC 9(01) VALUE ZEROS.
       01 W-DIACAP    PIC 9(01) VALUE 1.
      ***** ETAPA 8 MENSAL: W-DIADOC = DIA DO MES (NOCDOC) **********
      ***** W-DOCOFF: 0 = RODA HOJE  1 = DESATIVADA  2 = OUTRO DIA **
       01 W-DOCOFF    PIC 9(01) VALUE ZEROS.
       01 W-DIADOC    PIC 9(02) VALUE 1.
       01 W-PROGR     PIC X(07) VALUE SPACES.
       01 W-FALHOU    PIC 9(01) VALUE ZEROS.
       01 W-STATOK    PIC 9(01) VALUE ZEROS.
       01 W-QTDETP    PIC 9(06) VALUE ZEROS.
      ***** AVISOS (LINHA AV DO NOCSTAT) DA ETAPA E DA CADEIA *******
       01 W-AVETP     PIC 9(06) VALUE ZEROS.
       01 W-AVCAD     PIC 9(06) VALUE ZEROS.
       01 W-DHOJE     PIC 9(08) VALUE ZEROS.
       01 W-DHOJE-R REDEFINES W-DHOJE.
          03 W-DHANO  PIC 9(04).
          03 W-DHMES  PIC 9(02).
          03 W-DHDIA  PIC 9(02).
       01 W-ZDIA        PIC 9(04) VALUE ZEROS.
       01 W-ZMES        PIC 9(04) VALUE ZEROS.
       01 W-ZANO        PIC 9(04) VALUE ZEROS.
       01 W-ZM          PIC 9(04) VALUE ZEROS.
       01 W-ZA          PIC 9(04) VALUE ZEROS.
       01 W-ZJ          PIC 9(04) VALUE ZEROS.
       01 W-ZK          PIC 9(04) VALUE ZEROS.
       01 W-ZT1         PIC 9(04) VALUE ZEROS.
       01 W-ZT2         PIC 9(04) VALUE ZEROS.
       01 W-ZT3         PIC 9(04) VALUE ZEROS.
       01 W-ZSUM        PIC 9(04) VALUE ZEROS.
       01 W-ZQ          PIC 9(04) VALUE ZEROS.
       01 W-ZH          PIC 9(01) VALUE ZEROS.
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 TABETAPA-R.
           03 FILLER PIC X(07) VALUE "SMPRFEC".
           03 FILLER PIC X(07) VALUE "SMPRLEM".
           03 FILLER PIC X(07) VALUE "SMPRREC".
           03 FILLER PIC X(07) VALUE "SMPMTXT".
           03 FILLER PIC X(07) VALUE "SMPRELG".
           03 FILLER PIC X(07) VALUE "SMPRSUS".
           03 FILLER PIC X(07) VALUE "SMPRCAP".
           03 FILLER PIC X(07) VALUE "SMPRDOC".
       01 TABETAPA   REDEFINES TABETAPA-R.
          03 W-ETPROG  PIC X(07) OCCURS 8 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELANOC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "       ***** CADEIA NOTURNA DE PROCESSO".
           05  LINE 02  COLUMN 41
               VALUE  "3-RECONCILIACAO (SMPRREC)".
           05  LINE 08  COLUMN 11
               VALUE  "4-EXPORTACAO (SMPMTXT)".
           05  LINE 09  COLUMN 11
               VALUE  "5-ELEGIBILIDADE (SMPRELG) - OPCIONAL".
           05  LINE 10  COLUMN 11
               VALUE  "6-ACESSOS SUSPEITOS (SMPRSUS)".
           05  LINE 11  COLUMN 11
               VALUE  "7-CAPACIDADE (SMPRCAP) - SEMANAL".
           05  LINE 12  COLUMN 11
               VALUE  "8-DOCUMENTOS MEDICOS (SMPRDOC) - MENSAL".
           05  LINE 14  COLUMN 03
               VALUE  "CONFIRMA A EXECUCAO DA CADEIA (S/N):".
           05  TW-OPCAO
               LINE 14  COLUMN 41  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
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
              GO TO ROT-FIM2.


       INICIO.
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

      ***** A ETAPA 5 SO RODA COM A CHAVE NOCELEG ATIVA NO CADPARAM **
      ***** (VALOR = DIAS A FRENTE A VERIFICAR); SEM ELA E PULADA ****
      ***** A ETAPA 7 E SEMANAL: RODA NO DIA DA SEMANA DA CHAVE ******
      ***** NOCCAP (1=DOMINGO ... 7=SABADO; SEM A CHAVE, DOMINGO) ****
      ***** E FICA DESATIVADA COM A CHAVE INATIVA OU COM VALOR ZERO **
      ***** A ETAPA 8 E MENSAL: RODA NO DIA DO MES DA CHAVE NOCDOC ***
      ***** (1 A 28; SEM A CHAVE, DIA 1) E FICA DESATIVADA DO MESMO **
      ***** JEITO QUE A ETAPA 7 **************************************
       CHK-ETAPAS.
           MOVE 8 TO W-NETAPAS
           MOVE 1 TO W-ELEGOFF
           MOVE 0 TO W-CAPOFF
           MOVE 1 TO W-DIACAP
           MOVE 0 TO W-DOCOFF
           MOVE 1 TO W-DIADOC
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CHK-SEMANAL.
           MOVE "NOCELEG" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF VALORPAR > 0
                 IF SITUACAOPA NOT = "I"
                    MOVE 0 TO W-ELEGOFF.
           MOVE "NOCCAP" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA = "I" OR VALORPAR = 0
                 MOVE 1 TO W-CAPOFF
              ELSE
                 IF VALORPAR < 8
                    MOVE VALORPAR TO W-DIACAP.
           MOVE "NOCDOC" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA = "I" OR VALORPAR = 0
                 MOVE 1 TO W-DOCOFF
              ELSE
                 IF VALORPAR < 29
                    MOVE VALORPAR TO W-DIADOC.
           CLOSE CADPARAM.

       CHK-SEMANAL.
           ACCEPT W-DHOJE FROM DATE YYYYMMDD
           IF W-DOCOFF = 0 AND W-DHDIA NOT = W-DIADOC
              MOVE 2 TO W-DOCOFF.
           IF W-CAPOFF = 1
              GO TO LE-CKPT.
           MOVE W-DHDIA TO W-ZDIA
           MOVE W-DHMES TO W-ZMES
           MOVE W-DHANO TO W-ZANO
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           IF W-DIASEM NOT = W-DIACAP
              MOVE 2 TO W-CAPOFF.

      ***** LE O PONTO DE CONTROLE: SE A CADEIA DE HOJE PAROU ********
      ***** NO MEIO, RETOMA DA ETAPA SEGUINTE A ULTIMA CONCLUIDA *****
       LE-CKPT.
           READ CKPTNOC
           IF ST-ERRO = "00"
              IF CK-DATA = W-HOJE
                 IF CK-ETAPA < W-NETAPAS
                    MOVE CK-ETAPA TO W-ETAPAINI
                 ELSE
                    MOVE "*** CADEIA DE HOJE JA FOI CONCLUIDA ***"

       RODA-ETAPA.
           ADD 1 TO W-ETAPA
           IF W-ETAPA > W-NETAPAS
              GO TO FECHA-CADEIA.
           MOVE W-ETPROG (W-ETAPA) TO W-PROGR
           IF W-ETAPA = 5 AND W-ELEGOFF = 1
              MOVE SPACES TO REGNOTURNTX
              STRING "ETAPA " W-ETAPA " (" W-PROGR ") DESATIVADA "
                     "(CHAVE NOCELEG)"
                     DELIMITED BY SIZE INTO REGNOTURNTX
              WRITE REGNOTURNTX
              PERFORM GRAVA-CKPT THRU GRAVA-CKPT-FIM
              GO TO RODA-ETAPA.
           IF W-ETAPA = 7 AND W-CAPOFF > 0
              MOVE SPACES TO REGNOTURNTX
              IF W-CAPOFF = 1
                 STRING "ETAPA " W-ETAPA " (" W-PROGR ") DESATIVADA "
                        "(CHAVE NOCCAP)"
                        DELIMITED BY SIZE INTO REGNOTURNTX
              ELSE
                 STRING "ETAPA " W-ETAPA " (" W-PROGR ") SO RODA NO "
                        "DIA " W-DIACAP " DA SEMANA (CHAVE NOCCAP)"
                        DELIMITED BY SIZE INTO REGNOTURNTX.
           IF W-ETAPA = 7 AND W-CAPOFF > 0
              WRITE REGNOTURNTX
              PERFORM GRAVA-CKPT THRU GRAVA-CKPT-FIM
              GO TO RODA-ETAPA.
           IF W-ETAPA = 8 AND W-DOCOFF > 0
              MOVE SPACES TO REGNOTURNTX
              IF W-DOCOFF = 1
                 STRING "ETAPA " W-ETAPA " (" W-PROGR ") DESATIVADA "
                        "(CHAVE NOCDOC)"
                        DELIMITED BY SIZE INTO REGNOTURNTX
              ELSE
                 STRING "ETAPA " W-ETAPA " (" W-PROGR ") SO RODA NO "
                        "DIA " W-DIADOC " DO MES (CHAVE NOCDOC)"
                        DELIMITED BY SIZE INTO REGNOTURNTX.
           IF W-ETAPA = 8 AND W-DOCOFF > 0
              WRITE REGNOTURNTX
              PERFORM GRAVA-CKPT THRU GRAVA-CKPT-FIM
              GO TO RODA-ETAPA.
           MOVE SPACES TO REGNOTURNTX
           ACCEPT W-HORA FROM TIME
           STRING "ETAPA " W-ETAPA " (" W-PROGR ") INICIADA AS "
                  W-HORA " - REGISTROS: " W-QTDETP
                  DELIMITED BY SIZE INTO REGNOTURNTX
           WRITE REGNOTURNTX
           IF W-AVETP > 0
              ADD W-AVETP TO W-AVCAD
              MOVE SPACES TO REGNOTURNTX
              STRING "ETAPA " W-ETAPA " (" W-PROGR ") AVISO: "
                     W-AVETP " OCORRENCIA(S) - VER A LISTAGEM DA ETAPA"
                     DELIMITED BY SIZE INTO REGNOTURNTX
              WRITE REGNOTURNTX.
           PERFORM GRAVA-CKPT THRU GRAVA-CKPT-FIM
           GO TO RODA-ETAPA.

           PERFORM DESLIGA-BATCH THRU DESLIGA-BATCH-FIM
           MOVE SPACES TO REGNOTURNTX
           ACCEPT W-HORA FROM TIME
           IF W-FALHOU = 0 AND W-AVCAD > 0
              STRING "CADEIA NOTURNA CONCLUIDA AS " W-HORA
                     " COM " W-AVCAD " AVISO(S)"
                     DELIMITED BY SIZE INTO REGNOTURNTX.
           IF W-FALHOU = 0 AND W-AVCAD = 0
              STRING "CADEIA NOTURNA CONCLUIDA AS " W-HORA
                     DELIMITED BY SIZE INTO REGNOTURNTX.
           IF W-FALHOU = 1
              STRING "CADEIA NOTURNA INTERROMPIDA AS " W-HORA
                     DELIMITED BY SIZE INTO REGNOTURNTX.
           WRITE REGNOTURNTX
           CLOSE NOTURNTX
           IF W-FALHOU = 0 AND W-AVCAD > 0
              MOVE "*** CADEIA CONCLUIDA COM AVISOS (VER NOTURNTX) ***"
                                                             TO MENS.
           IF W-FALHOU = 0 AND W-AVCAD = 0
              MOVE "*** CADEIA NOTURNA CONCLUIDA ***" TO MENS.
           IF W-FALHOU = 0
              PERFORM RMensa THRU RMensa-FIM.
           GO TO ROT-FIM2.

       DESLIGA-BATCH-FIM.
           EXIT.

      ***** CONFERE O STATUS QUE A ETAPA DEIXOU NO NOCSTAT.TXT. *****
      ***** UMA SEGUNDA LINHA AV TRAZ A QUANTIDADE DE AVISOS ********
       LE-STAT.
           MOVE 0 TO W-STATOK
           MOVE ZEROS TO W-QTDETP W-AVETP
           OPEN INPUT NOCSTAT
           IF ST-ERRO NOT = "00"
              GO TO LE-STAT-FIM.
                 IF NS-STAT = "OK"
                    MOVE 1 TO W-STATOK
                    MOVE NS-QTD TO W-QTDETP.
           IF W-STATOK = 1
              READ NOCSTAT
              IF ST-ERRO = "00"
                 IF NS-PROG = W-PROGR
                    IF NS-STAT = "AV"
                       MOVE NS-QTD TO W-AVETP.
           CLOSE NOCSTAT.
       LE-STAT-FIM.
           EXIT.
       ROT-FIM2.
           EXIT PROGRAM.

      ***** CALCULA O DIA DA SEMANA (1=DOMINGO ... 7=SABADO) *********
       CALC-DIASEM.
           MOVE W-ZMES TO W-ZM
           MOVE W-ZANO TO W-ZA
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = 13 * (W-ZM + 1)
           DIVIDE W-ZT1 BY 5 GIVING W-ZT1
           DIVIDE W-ZK BY 4 GIVING W-ZT2
           DIVIDE W-ZJ BY 4 GIVING W-ZT3
           COMPUTE W-ZSUM = W-ZDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                          + 5 * W-ZJ
           DIVIDE W-ZSUM BY 7 GIVING W-ZQ REMAINDER W-ZH
           IF W-ZH = 0
              MOVE 7 TO W-DIASEM
           ELSE
              MOVE W-ZH TO W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.

      *********** Mensagem **********************
       RMensa.
                MOVE ZEROS TO W-CONT
