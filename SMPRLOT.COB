      * V = LOTES A VENCER NOS PROXIMOS N DIAS          *
      * R = RECALL: QUAIS PACIENTES RECEBERAM UM LOTE   *
      *     (CONSUMOS DO CADMOVES COM REFERENCIA DE     *
      *     CONSULTA) E EVENTOS ADVERSOS GRAVES DO LOTE *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CODITEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEVADV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVADV
                    FILE STATUS  IS ST-ERRO.

       SELECT LOTESTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 MINESTOQUE       PIC 9(05).
          03 SALDOITEM        PIC 9(06).
          03 SITUACAOIT       PIC X(01).
      *
       FD CADEVADV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEVADV.
       01 REGEVADV.
          03 KEYEVADV.
             05 CPFEA         PIC 9(11).
             05 SEQEA         PIC 9(03).
          03 ORIGEMEA         PIC X(01).
          03 CODVACEA         PIC 9(03).
          03 DOSEEA           PIC 9(02).
          03 SEQREA           PIC 9(02).
          03 ITEMREA          PIC 9(02).
          03 DATAREFEA.
             05 DIAREFEA      PIC 9(02).
             05 MESREFEA      PIC 9(02).
             05 ANOREFEA      PIC 9(04).
          03 PRODUTOEA        PIC X(30).
          03 LOTEEA           PIC X(10).
          03 DATAINIEA.
             05 DIAINIEA      PIC 9(02).
             05 MESINIEA      PIC 9(02).
             05 ANOINIEA      PIC 9(04).
          03 GRAVIDEA         PIC X(01).
          03 DESFECHOEA       PIC X(01).
          03 CRMEA            PIC 9(06).
          03 DESCEA           PIC X(40).
          03 NOTIFEA          PIC X(01).
          03 DATANOTEA        PIC 9(08).
          03 SITUACAOEA       PIC X(01).
          03 DATAREGEA        PIC 9(08).
          03 OPEREA           PIC 9(04).
      *
       FD LOTESTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADLOTES PIC X(64) VALUE
          "CADLOTES.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADEVADV PIC X(64) VALUE
          "CADEVADV.DAT".
       01 W-ARQ-LOTESTX PIC X(64) VALUE
          "LOTESTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       01 W-DIAS      PIC 9(03) VALUE 60.
       01 W-LOTEF     PIC X(10) VALUE SPACES.
       01 W-TOT       PIC 9(05) VALUE ZEROS.
       01 W-TOTEA     PIC 9(05) VALUE ZEROS.
       01 W-TXTDESF   PIC X(16) VALUE SPACES.
       01 W-DSDIA     PIC 9(02) VALUE ZEROS.
       01 W-DSMES     PIC 9(02) VALUE ZEROS.
       01 W-DSANO     PIC 9(04) VALUE ZEROS.
          03 FILLER PIC X(18) VALUE "181212243273304334".
       01 TABCUMD REDEFINES TABCUMD-R.
          03 W-CUMD     PIC 9(03) OCCURS 12 TIMES.
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** CONTROLE DE LOTES DO ESTOQUE ***".
           05  LINE 06  COLUMN 01
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           MOVE SPACES TO W-OPCAO W-LOTEF
           IF LOTEMOV NOT = W-LOTEF
              GO TO RECALL-LER.
           ADD 1 TO W-TOT
           MOVE CPFMV TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGLOTESTX
           IF CPFMV > 0
              STRING "  CPF " W-MSCCPF
                     "  CONSULTA " DATACONMV " SEQ " SEQCONMV
                     "  QTD " QTDMOV
                     "  EM " DATAMOV
           STRING "CONSUMOS DO LOTE: " W-TOT
                  DELIMITED BY SIZE INTO REGLOTESTX
           WRITE REGLOTESTX.
           PERFORM RECALL-EVENTOS THRU RECALL-EVENTOS-FIM
           CLOSE CADMOVES LOTESTX
           MOVE "*** RECALL GRAVADO EM LOTESTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim2.

      ***** EVENTOS ADVERSOS GRAVES REGISTRADOS PARA O LOTE *********
       RECALL-EVENTOS.
           OPEN INPUT CADEVADV
           IF ST-ERRO NOT = "00"
              GO TO RECALL-EVENTOS-FIM.
           MOVE SPACES TO REGLOTESTX
           WRITE REGLOTESTX.
           MOVE "EVENTOS ADVERSOS GRAVES COM O LOTE" TO REGLOTESTX
           WRITE REGLOTESTX.
           MOVE ALL "-" TO REGLOTESTX
           WRITE REGLOTESTX.
           MOVE ZEROS TO W-TOTEA
           MOVE ZEROS TO KEYEVADV
           START CADEVADV KEY IS NOT LESS KEYEVADV INVALID KEY
              GO TO RECALL-EVENTOS-TOT.
       RECALL-EVENTOS-LER.
           READ CADEVADV NEXT
           IF ST-ERRO NOT = "00"
              GO TO RECALL-EVENTOS-TOT.
           IF SITUACAOEA = "I" OR GRAVIDEA NOT = "G"
              GO TO RECALL-EVENTOS-LER.
           IF LOTEEA NOT = W-LOTEF
              GO TO RECALL-EVENTOS-LER.
           ADD 1 TO W-TOTEA
           MOVE "DESCONHECIDO" TO W-TXTDESF
           IF DESFECHOEA = "R"
              MOVE "RECUPERADO" TO W-TXTDESF.
           IF DESFECHOEA = "S"
              MOVE "SEQUELA" TO W-TXTDESF.
           IF DESFECHOEA = "E"
              MOVE "EM RECUPERACAO" TO W-TXTDESF.
           IF DESFECHOEA = "N"
              MOVE "NAO RECUPERADO" TO W-TXTDESF.
           IF DESFECHOEA = "O"
              MOVE "OBITO" TO W-TXTDESF.
           MOVE CPFEA TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGLOTESTX
           STRING "  CPF " W-MSCCPF "  " PRODUTOEA (1:20)
                  "  INICIO " DIAINIEA "/" MESINIEA "/" ANOINIEA
                  "  " W-TXTDESF "  CRM " CRMEA
                  DELIMITED BY SIZE INTO REGLOTESTX
           WRITE REGLOTESTX
           GO TO RECALL-EVENTOS-LER.
       RECALL-EVENTOS-TOT.
           MOVE SPACES TO REGLOTESTX
           STRING "EVENTOS GRAVES DO LOTE: " W-TOTEA
                  DELIMITED BY SIZE INTO REGLOTESTX
           WRITE REGLOTESTX.
           CLOSE CADEVADV.
       RECALL-EVENTOS-FIM.
           EXIT.

       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.
       CALC-SERIAL-FIM.
           EXIT.

      ***** CPF, TELEFONE E EMAIL CONFORME O PERFIL DO OPERADOR ****
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSC...) *****
       MASC-CPF.
           MOVE "C" TO W-MSCCAMPO
           MOVE W-MSCCPF TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCCPF.
       MASC-CPF-FIM.
           EXIT.

      ***** SEM O SMPWMSC NADA SAI EM CLARO
       MASCARA.
           CALL "SMPWMSC" USING W-MSCCAMPO W-MSCENTRA W-MSCSAIDA
              ON OVERFLOW
              MOVE ALL "*" TO W-MSCSAIDA.
       MASCARA-FIM.
           EXIT.

      *********** Mensagem **********************
       RMensa.
                MOVE ZEROS TO W-CONT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADEVADV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVADV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVADV
           MOVE SPACES TO W-ARQ-LOTESTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "LOTESTX.TXT" DELIMITED BY SIZE
