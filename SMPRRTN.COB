       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRRTN.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * RETENCOES NA FONTE DO MES POR IMPOSTO (ISS, IR, *
      * PIS, COFINS E CSLL) PARA A CONTABILIDADE        *
      * RECUPERAR OS CREDITOS: UMA LINHA POR            *
      * RECEBIMENTO, RESUMO POR CONVENIO E TOTAL POR    *
      * IMPOSTO, E AS FALTAS/GLOSAS DO MES SEPARADAS    *
      * DA RETENCAO (RETFONTX.TXT)                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRETMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETMV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATRF
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT RETFONTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONV.
       01 REGCONV.
          03 CODIGO        PIC 9(04).
          03 NOMEC         PIC X(30).
          03 PLANO         PIC 9(02).
          03 VALORCONSULTA     PIC 9(06)V99.
          03 VALORCOPAGTO     PIC 9(06)V99.
          03 SITUACAO      PIC X(01).
          03 LIMITEMES     PIC 9(02).
          03 LIMITEANO     PIC 9(03).
          03 VALORTELE     PIC 9(06)V99.
          03 VALORDOMIC    PIC 9(06)V99.
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).
      *
       FD RETFONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-RETFONTX.
       01 REGRETFONTX       PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADRETMV PIC X(64) VALUE
          "CADRETMV.DAT".
       01 W-ARQ-CADRETFA PIC X(64) VALUE
          "CADRETFA.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-RETFONTX PIC X(64) VALUE
          "RETFONTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASCONV   PIC 9(01) VALUE ZEROS.
       01 W-HASRTF    PIC 9(01) VALUE ZEROS.
       01 W-MESR      PIC 9(02) VALUE ZEROS.
       01 W-ANOR      PIC 9(04) VALUE ZEROS.
       01 W-NCON      PIC 9(02) VALUE ZEROS.
       01 W-ICON      PIC 9(02) VALUE ZEROS.
       01 W-QTDMOV    PIC 9(05) VALUE ZEROS.
       01 W-QTDFAL    PIC 9(05) VALUE ZEROS.
       01 W-TOTFAL    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTGER    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCAIXA  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTIMP    PIC 9(10)V99 OCCURS 5 TIMES.
       01 W-NOMECONV  PIC X(20) VALUE SPACES.
       01 W-TOT-E     PIC ZZZZZZZZ9,99.
       01 W-LINVAL.
          03 W-LV-IMP    PIC ZZZZZ9,99 OCCURS 5 TIMES.
          03 W-LV-TOT    PIC ZZZZZZ9,99.
       01 TABIMP-R.
          03 FILLER PIC X(06) VALUE "ISS   ".
          03 FILLER PIC X(06) VALUE "IR    ".
          03 FILLER PIC X(06) VALUE "PIS   ".
          03 FILLER PIC X(06) VALUE "COFINS".
          03 FILLER PIC X(06) VALUE "CSLL  ".
       01 TABIMP REDEFINES TABIMP-R.
          03 TBIM-NOME PIC X(06) OCCURS 5 TIMES.
       01 W-IMP         PIC 9(01) VALUE ZEROS.
       01 TABCONV.
          03 TBCV-CONV  PIC 9(04) OCCURS 50 TIMES.
          03 TBCV-IMP   PIC 9(10)V99 OCCURS 250 TIMES.
          03 TBCV-TOT   PIC 9(10)V99 OCCURS 50 TIMES.
       01 W-ICELL     PIC 9(03) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** RETENCOES NA FONTE DO MES ***".
           05  LINE 07  COLUMN 01
               VALUE  "  MES/ANO DO RECEBIMENTO: ".
           05  LINE 07  COLUMN 30
               VALUE  "/".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-MESR
               LINE 07  COLUMN 28  PIC 9(02)
               USING  W-MESR
               HIGHLIGHT.
           05  TW-ANOR
               LINE 07  COLUMN 31  PIC 9(04)
               USING  W-ANOR
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
           MOVE ZEROS TO W-MESR W-ANOR
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAFILTRO.

       INC-001.
           ACCEPT TW-MESR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESR < 1 OR W-MESR > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.

       INC-002.
           ACCEPT TW-ANOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOR < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
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
           OPEN INPUT CADRETMV
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA RETENCAO RECONHECIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASRTF
           OPEN INPUT CADRETFA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASRTF.
           MOVE 1 TO W-HASCONV
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCONV.
           OPEN OUTPUT RETFONTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RETFONTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           MOVE ZEROS TO W-NCON W-QTDMOV W-QTDFAL W-TOTFAL W-TOTGER
                         W-TOTCAIXA
           MOVE ZEROS TO W-TOTIMP (1) W-TOTIMP (2) W-TOTIMP (3)
                         W-TOTIMP (4) W-TOTIMP (5)

           MOVE SPACES TO REGRETFONTX
           STRING "RETENCOES NA FONTE RECONHECIDAS EM " W-MESR "/"
                  W-ANOR
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE ALL "-" TO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE SPACES TO REGRETFONTX
           STRING "FATURA CONV RECEBIDO         ISS        IR       PIS"
                  "    COFINS      CSLL      TOTAL"
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE ZEROS TO KEYRETMV
           START CADRETMV KEY IS NOT LESS KEYRETMV INVALID KEY
              GO TO REL-RESUMO.

      ***** RETENCOES DOS RECEBIMENTOS DO MES (DATARM EM AAAAMMDD) ***
       REL-LER.
           READ CADRETMV NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-RESUMO.
           IF DATARM (1:4) NOT = W-ANOR
              GO TO REL-LER.
           IF DATARM (5:2) NOT = W-MESR
              GO TO REL-LER.
           ADD 1 TO W-QTDMOV
           ADD TOTRM   TO W-TOTGER
           ADD CAIXARM TO W-TOTCAIXA
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE 1 TO W-IMP.
       REL-LER-IMP.
           MOVE VTXRM (W-IMP) TO W-LV-IMP (W-IMP)
           ADD VTXRM (W-IMP) TO W-TOTIMP (W-IMP)
           IF W-IMP < 5
              ADD 1 TO W-IMP
              GO TO REL-LER-IMP.
           MOVE TOTRM TO W-LV-TOT
           MOVE SPACES TO REGRETFONTX
           STRING NUMFATRM " " CONVRM " "
                  DATARM (7:2) "/" DATARM (5:2) "/" DATARM (1:4)
                  " " W-LINVAL
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX
           GO TO REL-LER.

      ***** SOMA A RETENCAO NO QUADRO DO CONVENIO ********************
       ACUMULA.
           MOVE 1 TO W-ICON.
       ACUMULA-LOOP.
           IF W-ICON > W-NCON
              GO TO ACUMULA-NOVO.
           IF TBCV-CONV (W-ICON) = CONVRM
              GO TO ACUMULA-SOMA.
           ADD 1 TO W-ICON
           GO TO ACUMULA-LOOP.
       ACUMULA-NOVO.
           IF W-NCON NOT < 50
              GO TO ACUMULA-FIM.
           ADD 1 TO W-NCON
           MOVE W-NCON TO W-ICON
           MOVE CONVRM TO TBCV-CONV (W-ICON)
           MOVE ZEROS  TO TBCV-TOT (W-ICON)
           MOVE 1 TO W-IMP.
       ACUMULA-ZERA.
           COMPUTE W-ICELL = (W-ICON - 1) * 5 + W-IMP
           MOVE ZEROS TO TBCV-IMP (W-ICELL)
           IF W-IMP < 5
              ADD 1 TO W-IMP
              GO TO ACUMULA-ZERA.
       ACUMULA-SOMA.
           ADD TOTRM TO TBCV-TOT (W-ICON)
           MOVE 1 TO W-IMP.
       ACUMULA-SOMA-IMP.
           COMPUTE W-ICELL = (W-ICON - 1) * 5 + W-IMP
           ADD VTXRM (W-IMP) TO TBCV-IMP (W-ICELL)
           IF W-IMP < 5
              ADD 1 TO W-IMP
              GO TO ACUMULA-SOMA-IMP.
       ACUMULA-FIM.
           EXIT.

      ***** RESUMO POR CONVENIO E TOTAL POR IMPOSTO ******************
       REL-RESUMO.
           MOVE SPACES TO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE SPACES TO REGRETFONTX
           STRING "RESUMO POR CONVENIO"
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
           IF W-NCON = 0
              MOVE SPACES TO REGRETFONTX
              STRING "  NENHUMA RETENCAO RECONHECIDA NO MES"
                     DELIMITED BY SIZE INTO REGRETFONTX
              WRITE REGRETFONTX
              GO TO REL-TOTAL.
           MOVE 1 TO W-ICON.
       REL-RESUMO-CONV.
           MOVE SPACES TO W-NOMECONV
           IF W-HASCONV = 1
              MOVE TBCV-CONV (W-ICON) TO CODIGO
              READ CADCONV
              IF ST-ERRO = "00"
                 MOVE NOMEC TO W-NOMECONV.
           MOVE 1 TO W-IMP.
       REL-RESUMO-IMP.
           COMPUTE W-ICELL = (W-ICON - 1) * 5 + W-IMP
           MOVE TBCV-IMP (W-ICELL) TO W-LV-IMP (W-IMP)
           IF W-IMP < 5
              ADD 1 TO W-IMP
              GO TO REL-RESUMO-IMP.
           MOVE TBCV-TOT (W-ICON) TO W-LV-TOT
           MOVE SPACES TO REGRETFONTX
           STRING "  " TBCV-CONV (W-ICON) " " W-NOMECONV
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX
           MOVE SPACES TO REGRETFONTX
           STRING "                      " W-LINVAL
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX
           IF W-ICON < W-NCON
              ADD 1 TO W-ICON
              GO TO REL-RESUMO-CONV.

       REL-TOTAL.
           MOVE SPACES TO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE SPACES TO REGRETFONTX
           STRING "TOTAL POR IMPOSTO (" W-QTDMOV " RECEBIMENTO(S))"
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE 1 TO W-IMP.
       REL-TOTAL-IMP.
           MOVE W-TOTIMP (W-IMP) TO W-TOT-E
           MOVE SPACES TO REGRETFONTX
           STRING "  " TBIM-NOME (W-IMP) " ...........: " W-TOT-E
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX
           IF W-IMP < 5
              ADD 1 TO W-IMP
              GO TO REL-TOTAL-IMP.
           MOVE W-TOTGER TO W-TOT-E
           MOVE SPACES TO REGRETFONTX
           STRING "  TOTAL RETIDO ......: " W-TOT-E
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE W-TOTCAIXA TO W-TOT-E
           MOVE SPACES TO REGRETFONTX
           STRING "  LIQUIDO RECEBIDO ..: " W-TOT-E
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
           PERFORM REL-FALTAS THRU REL-FALTAS-FIM.
      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
           CLOSE RETFONTX
           MOVE "SMPRRTN" TO W-PROGCAT
           MOVE "RETFONTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-MESR "/" W-ANOR
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO GRAVADO EM RETFONTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** FATURAS COM ULTIMO RECEBIMENTO NO MES QUE FICARAM ABAIXO *
      ***** DO LIQUIDO PREVISTO: FALTA OU GLOSA, NAO E RETENCAO ******
       REL-FALTAS.
           IF W-HASRTF = 0
              GO TO REL-FALTAS-FIM.
           MOVE SPACES TO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE SPACES TO REGRETFONTX
           STRING "FALTAS/GLOSAS (LIQUIDO PREVISTO NAO RECEBIDO)"
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
           MOVE ZEROS TO NUMFATRF
           START CADRETFA KEY IS NOT LESS NUMFATRF INVALID KEY
              GO TO REL-FALTAS-TOT.
       REL-FALTAS-LER.
           READ CADRETFA NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-FALTAS-TOT.
           IF FALTARF = 0 OR RECRF = 0
              GO TO REL-FALTAS-LER.
           IF DATARF (1:4) NOT = W-ANOR
              GO TO REL-FALTAS-LER.
           IF DATARF (5:2) NOT = W-MESR
              GO TO REL-FALTAS-LER.
           ADD 1 TO W-QTDFAL
           ADD FALTARF TO W-TOTFAL
           MOVE PLIQRF  TO W-LV-IMP (1)
           MOVE RECRF   TO W-LV-IMP (2)
           MOVE FALTARF TO W-LV-IMP (3)
           MOVE SPACES TO REGRETFONTX
           STRING "  " NUMFATRF " CONV " CONVRF " " MESRF "/" ANORF
                  " LIQ.PREV " W-LV-IMP (1) " RECEB " W-LV-IMP (2)
                  " FALTA " W-LV-IMP (3)
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX
           GO TO REL-FALTAS-LER.
       REL-FALTAS-TOT.
           MOVE W-TOTFAL TO W-TOT-E
           MOVE SPACES TO REGRETFONTX
           STRING "  FATURAS: " W-QTDFAL "  TOTAL EM FALTA: " W-TOT-E
                  DELIMITED BY SIZE INTO REGRETFONTX
           WRITE REGRETFONTX.
       REL-FALTAS-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADRETMV.
           IF W-HASRTF = 1
              CLOSE CADRETFA.
           IF W-HASCONV = 1
              CLOSE CADCONV.
       RotinaFim2.
           EXIT PROGRAM.

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
           MOVE SPACES TO W-ARQ-CADRETMV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETMV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETMV
           MOVE SPACES TO W-ARQ-CADRETFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETFA
           MOVE SPACES TO W-ARQ-CADCONV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-RETFONTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "RETFONTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-RETFONTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
