       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRANA.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * TABULACAO DAS RESPOSTAS DA ANAMNESE POR          *
      * ESPECIALIDADE E ANO: PERCENTUAL DE SIM NAS       *
      * PERGUNTAS SIM/NAO, MEDIA/MINIMO/MAXIMO NAS       *
      * NUMERICAS (OPCIONAL: SO PRIMEIRAS CONSULTAS)     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRESPQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESPQ
                    FILE STATUS  IS ST-ERRO.


       SELECT CADQUEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUEST
                    FILE STATUS  IS ST-ERRO.


       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.


       SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESP WITH DUPLICATES.


       SELECT ANAMNTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRESPQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRESPQ.
       01 REGRESPQ.
          03 KEYRESPQ.
             05 CPFRQ         PIC 9(11).
             05 DATARQ.
                07 DIARQ      PIC 9(02).
                07 MESRQ      PIC 9(02).
                07 ANORQ      PIC 9(04).
             05 SEQRQ         PIC 9(02).
             05 NUMPERGRQ     PIC 9(02).
          03 CODESPRQ         PIC 9(02).
          03 TIPORQ           PIC X(01).
          03 RESPOSTA         PIC X(40).
          03 RESPNUM          PIC 9(06)V99.
          03 DATAREGRQ        PIC 9(08).
          03 HORAREGRQ        PIC 9(04).
          03 OPERRQ           PIC 9(04).
      *
       FD CADQUEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADQUEST.
       01 REGQUEST.
          03 KEYQUEST.
             05 CODESPQ       PIC 9(02).
             05 NUMPERG       PIC 9(02).
          03 TEXTOPERG        PIC X(50).
          03 TIPORESP         PIC X(01).
          03 SITUACAOQ        PIC X(01).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSU.
       01 REGCONSU.
          03 KEYPRINCIPAL.
             05 CPFC          PIC 9(11).
             05 DATACON1.
                07 DIACON1     PIC 9(02).
                07 MESCON1     PIC 9(02).
                07 ANOCON1     PIC 9(04).
             05 SEQCON        PIC 9(02).
          03 HORACON.
             05 HORACONH      PIC 9(02).
             05 HORACONM      PIC 9(02).
          03 CODMEDICO        PIC 9(06).
          03 DOCONVENIO       PIC 9(04).
          03 CODCID1          PIC X(05).
          03 CODCID2          PIC X(05).
          03 CODCID3          PIC X(05).
          03 CODCID4          PIC X(05).
          03 DESCRICAO1       PIC X(60).
          03 DESCRICAO2       PIC X(60).
          03 NOMECCONS        PIC X(30).
          03 PLANOCONS        PIC 9(02).
          03 VALORCONSULTACONS PIC 9(06)V99.
          03 VALORCOPAGTOCONS  PIC 9(06)V99.
          03 STATUSCONS        PIC X(01).
          03 AUTORIZACAO       PIC X(10).
          03 INDRETORNO       PIC X(01).
          03 KEYRETORNO.
             05 RETCPF        PIC 9(11).
             05 RETDATA       PIC 9(08).
             05 RETSEQ        PIC 9(02).
          03 SALACONS         PIC 9(02).
          03 CODPROC          PIC 9(04).
          03 GLOSACONS        PIC X(01).
          03 MOTIVOGLOSA      PIC X(03).
          03 REENVIOCONS      PIC X(01).
          03 CONFIRMACONS     PIC X(01).
          03 UNIDCONS         PIC 9(02).
          03 TIPOATEND        PIC X(01).
          03 SERIECONS        PIC 9(06).
          03 QTDREMARC        PIC 9(02).
          03 HORACHEG         PIC 9(04).
          03 MOTIVOCANC       PIC 9(02).
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESP.
       01 REGESP.
          03 CODESP        PIC 9(02).
          03 DENOMESP      PIC X(15).
          03 SITUACAO      PIC X(01).
      *
       FD ANAMNTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ANAMNTX.
       01 REGANAMNTX        PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADRESPQ PIC X(64) VALUE
          "CADRESPQ.DAT".
       01 W-ARQ-CADQUEST PIC X(64) VALUE
          "CADQUEST.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
       01 W-ARQ-ANAMNTX PIC X(64) VALUE
          "ANAMNTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASQST    PIC 9(01) VALUE ZEROS.
       01 W-HASESP    PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-ESPF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-PRIMF     PIC X(01) VALUE "S".
       01 W-DENOMF    PIC X(15) VALUE SPACES.
       01 W-CHAVEANT  PIC X(21) VALUE SPACES.
       01 W-CHAVEATU.
          03 W-CHA-CPF    PIC 9(11).
          03 W-CHA-DATA   PIC 9(08).
          03 W-CHA-SEQ    PIC 9(02).
       01 W-CONSOK    PIC 9(01) VALUE ZEROS.
       01 W-QTDCON    PIC 9(05) VALUE ZEROS.
       01 W-QTDPERG   PIC 9(03) VALUE ZEROS.
       01 IND         PIC 9(03) VALUE ZEROS.
       01 W-PERC      PIC 9(03)V9 VALUE ZEROS.
       01 W-MEDIA     PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDED     PIC ZZZZ9.
       01 W-QTD2ED    PIC ZZZZ9.
       01 W-PERCED    PIC ZZ9,9.
       01 W-PERC2ED   PIC ZZ9,9.
       01 W-MEDED     PIC ZZZZZ9,99.
       01 W-MINED     PIC ZZZZZ9,99.
       01 W-MAXED     PIC ZZZZZ9,99.
       01 W-TXTPERG   PIC X(50) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** ACUMULADORES POR NUMERO DE PERGUNTA *********************
       01 TABQST.
          03 TBQ OCCURS 99 TIMES.
             05 TBQ-TIPO  PIC X(01).
             05 TBQ-QTD   PIC 9(05).
             05 TBQ-SIM   PIC 9(05).
             05 TBQ-NAO   PIC 9(05).
             05 TBQ-SOMA  PIC 9(11)V99.
             05 TBQ-MIN   PIC 9(06)V99.
             05 TBQ-MAX   PIC 9(06)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** TABULACAO DA ANAMNESE POR ESPECIALI".
           05  LINE 04  COLUMN 42
               VALUE  "DADE ***".
           05  LINE 06  COLUMN 01
               VALUE  "  ESPECIALIDADE                 :".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO DAS CONSULTAS (AAAA)      :".
           05  LINE 08  COLUMN 01
               VALUE  "  SO PRIMEIRAS CONSULTAS (S/N)  :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-ESPF
               LINE 06  COLUMN 36  PIC 99
               USING  W-ESPF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 07  COLUMN 36  PIC 9999
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-PRIMF
               LINE 08  COLUMN 36  PIC X(01)
               USING  W-PRIMF
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
           MOVE W-DATAHOJE (1:4) TO W-ANOF
           MOVE "S" TO W-PRIMF.

       INC-001.
           DISPLAY TELAFILTRO
           ACCEPT TW-ESPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-ESPF = 0
              MOVE "*** DIGITE A ESPECIALIDADE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TW-ANOF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOF < 1900
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT TW-PRIMF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-002.
           IF W-PRIMF = "s"
              MOVE "S" TO W-PRIMF.
           IF W-PRIMF = "n"
              MOVE "N" TO W-PRIMF.
           IF W-PRIMF NOT = "S" AND W-PRIMF NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-003.

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
           OPEN INPUT CADRESPQ
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA ANAMNESE REGISTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADRESPQ
              GO TO RotinaFim2.
      ***** MODELOS E ESPECIALIDADES SO FORNECEM OS TEXTOS **********
           MOVE 1 TO W-HASQST
           OPEN INPUT CADQUEST
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASQST.
           MOVE 1 TO W-HASESP
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASESP.

           OPEN OUTPUT ANAMNTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ANAMNTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim4.

           MOVE SPACES TO W-DENOMF
           IF W-HASESP = 1
              MOVE W-ESPF TO CODESP
              READ CADESP
              IF ST-ERRO = "00"
                 MOVE DENOMESP TO W-DENOMF.

           MOVE ZEROS TO TABQST W-QTDCON
           MOVE SPACES TO W-CHAVEANT
           MOVE 0 TO W-CONSOK
           MOVE 1 TO IND.
       INC-ZERA.
           MOVE SPACE TO TBQ-TIPO (IND)
           MOVE 999999,99 TO TBQ-MIN (IND)
           ADD 1 TO IND
           IF IND < 100
              GO TO INC-ZERA.
           MOVE ZEROS TO KEYRESPQ
           START CADRESPQ KEY IS NOT LESS KEYRESPQ INVALID KEY
              GO TO MONTA-RELAT.

      ***** RESPOSTAS DA ESPECIALIDADE NO ANO; A CONSULTA E LIDA ****
      ***** UMA VEZ POR CHAVE PARA SABER SE E RETORNO OU CANCELADA **
       LER-RESP.
           READ CADRESPQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-RELAT.
           IF CODESPRQ NOT = W-ESPF OR ANORQ NOT = W-ANOF
              GO TO LER-RESP.
           IF NUMPERGRQ = 0
              GO TO LER-RESP.
           MOVE CPFRQ     TO W-CHA-CPF
           MOVE DATARQ    TO W-CHA-DATA
           MOVE SEQRQ     TO W-CHA-SEQ
           IF W-CHAVEATU = W-CHAVEANT
              GO TO LER-RESP-ACUM.
           MOVE W-CHAVEATU TO W-CHAVEANT
           MOVE 0 TO W-CONSOK
           MOVE CPFRQ  TO CPFC
           MOVE DATARQ TO DATACON1
           MOVE SEQRQ  TO SEQCON
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO LER-RESP.
           IF STATUSCONS = "C"
              GO TO LER-RESP.
           IF W-PRIMF = "S" AND INDRETORNO = "S"
              GO TO LER-RESP.
           MOVE 1 TO W-CONSOK
           ADD 1 TO W-QTDCON.
       LER-RESP-ACUM.
           IF W-CONSOK = 0
              GO TO LER-RESP.
           MOVE NUMPERGRQ TO IND
           MOVE TIPORQ TO TBQ-TIPO (IND)
           IF TIPORQ = "N"
              ADD 1 TO TBQ-QTD (IND)
              ADD RESPNUM TO TBQ-SOMA (IND)
              IF RESPNUM < TBQ-MIN (IND)
                 MOVE RESPNUM TO TBQ-MIN (IND).
           IF TIPORQ = "N"
              IF RESPNUM > TBQ-MAX (IND)
                 MOVE RESPNUM TO TBQ-MAX (IND).
           IF TIPORQ = "N"
              GO TO LER-RESP.
           IF RESPOSTA = SPACES
              GO TO LER-RESP.
           ADD 1 TO TBQ-QTD (IND)
           IF TIPORQ = "S" AND RESPOSTA (1:1) = "S"
              ADD 1 TO TBQ-SIM (IND).
           IF TIPORQ = "S" AND RESPOSTA (1:1) = "N"
              ADD 1 TO TBQ-NAO (IND).
           GO TO LER-RESP.

       MONTA-RELAT.
           MOVE SPACES TO REGANAMNTX
           STRING "TABULACAO DA ANAMNESE - ESPECIALIDADE " W-ESPF
                  " " W-DENOMF " - ANO " W-ANOF
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX.
           MOVE SPACES TO REGANAMNTX
           IF W-PRIMF = "S"
              MOVE "SOMENTE PRIMEIRAS CONSULTAS (RETORNOS EXCLUIDOS)"
                TO REGANAMNTX
           ELSE
              MOVE "TODAS AS CONSULTAS (PRIMEIRAS E RETORNOS)"
                TO REGANAMNTX.
           WRITE REGANAMNTX.
           MOVE W-QTDCON TO W-QTDED
           MOVE SPACES TO REGANAMNTX
           STRING "CONSULTAS COM ANAMNESE: " W-QTDED
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX.
           MOVE ALL "-" TO REGANAMNTX
           WRITE REGANAMNTX.
           MOVE ZEROS TO W-QTDPERG
           IF W-QTDCON = 0
              MOVE SPACES TO REGANAMNTX
              STRING "NENHUMA ANAMNESE NO PERIODO PARA A ESPECIALIDADE"
                     DELIMITED BY SIZE INTO REGANAMNTX
              WRITE REGANAMNTX
              GO TO FECHA-RELAT.
           MOVE 1 TO IND.
       GRAVA-PERG.
           IF IND > 99
              GO TO FECHA-RELAT.
           IF TBQ-QTD (IND) = 0
              GO TO GRAVA-PERG-PROX.
           ADD 1 TO W-QTDPERG
           MOVE "(PERGUNTA FORA DO MODELO ATUAL)" TO W-TXTPERG
           IF W-HASQST = 1
              MOVE W-ESPF TO CODESPQ
              MOVE IND    TO NUMPERG
              READ CADQUEST
              IF ST-ERRO = "00"
                 MOVE TEXTOPERG TO W-TXTPERG.
           MOVE SPACES TO REGANAMNTX
           WRITE REGANAMNTX
           MOVE SPACES TO REGANAMNTX
           STRING IND (2:2) " - " W-TXTPERG
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX
           MOVE TBQ-QTD (IND) TO W-QTDED
           COMPUTE W-PERC ROUNDED = TBQ-QTD (IND) * 100 / W-QTDCON
           MOVE W-PERC TO W-PERC2ED
           IF TBQ-TIPO (IND) = "S"
              GO TO GRAVA-PERG-SN.
           IF TBQ-TIPO (IND) = "N"
              GO TO GRAVA-PERG-NUM.
           MOVE SPACES TO REGANAMNTX
           STRING "     RESPONDIDAS: " W-QTDED " (" W-PERC2ED
                  "% DAS CONSULTAS)  RESPOSTA EM TEXTO LIVRE"
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX
           GO TO GRAVA-PERG-PROX.
       GRAVA-PERG-SN.
           MOVE SPACES TO REGANAMNTX
           STRING "     RESPONDIDAS: " W-QTDED " (" W-PERC2ED
                  "% DAS CONSULTAS)"
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX
           MOVE TBQ-SIM (IND) TO W-QTDED
           COMPUTE W-PERC ROUNDED = TBQ-SIM (IND) * 100 / TBQ-QTD (IND)
           MOVE W-PERC TO W-PERCED
           MOVE TBQ-NAO (IND) TO W-QTD2ED
           COMPUTE W-PERC ROUNDED = TBQ-NAO (IND) * 100 / TBQ-QTD (IND)
           MOVE W-PERC TO W-PERC2ED
           MOVE SPACES TO REGANAMNTX
           STRING "     SIM: " W-QTDED " (" W-PERCED "%)"
                  "   NAO: " W-QTD2ED " (" W-PERC2ED "%)"
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX
           GO TO GRAVA-PERG-PROX.
       GRAVA-PERG-NUM.
           MOVE SPACES TO REGANAMNTX
           STRING "     RESPONDIDAS: " W-QTDED " (" W-PERC2ED
                  "% DAS CONSULTAS)"
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX
           COMPUTE W-MEDIA ROUNDED = TBQ-SOMA (IND) / TBQ-QTD (IND)
           MOVE W-MEDIA TO W-MEDED
           MOVE TBQ-MIN (IND) TO W-MINED
           MOVE TBQ-MAX (IND) TO W-MAXED
           MOVE SPACES TO REGANAMNTX
           STRING "     MEDIA: " W-MEDED "   MINIMO: " W-MINED
                  "   MAXIMO: " W-MAXED
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX.
       GRAVA-PERG-PROX.
           ADD 1 TO IND
           GO TO GRAVA-PERG.

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           MOVE SPACES TO REGANAMNTX
           WRITE REGANAMNTX
           MOVE W-QTDPERG TO W-QTDED
           MOVE SPACES TO REGANAMNTX
           STRING "PERGUNTAS TABULADAS: " W-QTDED
                  DELIMITED BY SIZE INTO REGANAMNTX
           WRITE REGANAMNTX
           CLOSE ANAMNTX
           MOVE "SMPRANA" TO W-PROGCAT
           MOVE "ANAMNTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "ESP " W-ESPF " ANO " W-ANOF " PRIM " W-PRIMF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO ANAMNTX.TXT GERADO COM SUCESSO ***"
                                                            TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim4.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE ANAMNTX.
       RotinaFim4.
           CLOSE CADRESPQ CADCONSU.
           IF W-HASQST = 1
              CLOSE CADQUEST.
           IF W-HASESP = 1
              CLOSE CADESP.
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
           MOVE SPACES TO W-ARQ-CADRESPQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRESPQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRESPQ
           MOVE SPACES TO W-ARQ-CADQUEST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADQUEST.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADQUEST
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
           MOVE SPACES TO W-ARQ-ANAMNTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ANAMNTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ANAMNTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
