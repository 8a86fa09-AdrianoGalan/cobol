       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRNEA.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * EXPORTACAO DOS EVENTOS ADVERSOS PARA NOTIFICACAO *
      * A VIGILANCIA SANITARIA: UMA LINHA POR EVENTO     *
      * AINDA NAO NOTIFICADO OU A RETIFICAR, COM HEADER  *
      * E TRAILER; OS EXPORTADOS FICAM MARCADOS          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEVADV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVADV
                    FILE STATUS  IS ST-ERRO.


       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.


       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.


       SELECT EVADVTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 CONVENIO        PIC 9(04).
          03 EMAIL         PIC X(30).
          03 TELEFONE      PIC 9(11).
          03 CEP           PIC 9(08).
          03 SITUACAO      PIC X(01).
          03 CARTEIRINHA   PIC X(15).
          03 VALIDADECART.
             05 DIAVAL     PIC 9(02).
             05 MESVAL     PIC 9(02).
             05 ANOVAL     PIC 9(04).
          03 NOMEFON       PIC X(30).
          03 NOMERESP      PIC X(30).
          03 CPFRESP       PIC 9(11).
          03 PARENTRESP    PIC X(10).
          03 TELRESP       PIC 9(11).

      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD EVADVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-EVADVTX.
       01 REGEVADVTX        PIC X(170).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADEVADV PIC X(64) VALUE
          "CADEVADV.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-EVADVTX PIC X(64) VALUE
          "EVADVTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-CLINICA   PIC 9(06) VALUE 1.
       01 W-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-TOTINC    PIC 9(06) VALUE ZEROS.
       01 W-TOTRET    PIC 9(06) VALUE ZEROS.
       01 W-TOTGRV    PIC 9(06) VALUE ZEROS.
       01 W-TOTREG    PIC 9(06) VALUE ZEROS.
       77 W-ESPCONT   PIC 9(06) VALUE ZEROS.
       01 REGNEAH.
          03 NH-TIPO       PIC X(02).
          03 NH-ESTAB      PIC 9(06).
          03 NH-DATA       PIC 9(08).
       01 REGNEAD.
          03 ND-TIPO       PIC X(02).
          03 ND-ACAO       PIC X(01).
          03 ND-CPF        PIC 9(11).
          03 ND-SEQ        PIC 9(03).
          03 ND-NOME       PIC X(30).
          03 ND-DNASC      PIC 9(08).
          03 ND-SEXO       PIC X(01).
          03 ND-ORIGEM     PIC X(01).
          03 ND-CODVAC     PIC 9(03).
          03 ND-DOSE       PIC 9(02).
          03 ND-PRODUTO    PIC X(30).
          03 ND-LOTE       PIC X(10).
          03 ND-DATAREF    PIC 9(08).
          03 ND-DATAINI    PIC 9(08).
          03 ND-GRAVID     PIC X(01).
          03 ND-DESFECHO   PIC X(01).
          03 ND-CRM        PIC 9(06).
          03 ND-DESC       PIC X(40).
       01 REGNEAT.
          03 NT-TIPO       PIC X(02).
          03 NT-QTD        PIC 9(06).
          03 NT-QTDGRAVE   PIC 9(06).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** NOTIFICACAO DE EVENTOS ADVERSOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  SERAO EXPORTADOS OS EVENTOS AINDA NAO".
           05  LINE 07  COLUMN 01
               VALUE  "  NOTIFICADOS E OS ALTERADOS DEPOIS DA".
           05  LINE 08  COLUMN 01
               VALUE  "  NOTIFICACAO (RETIFICACAO).".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA A GERACAO (S/N) : ".
           05  TW-OPCAO
               LINE 12  COLUMN 31  PIC X(01)
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
      ***** DADOS FICTICIOS NAO SAEM PARA FORA DA CLINICA
           IF W-TREINO NOT = SPACES
              MOVE "*** NAO DISPONIVEL NA BASE DE TREINAMENTO ***"
                                                       TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

       INICIO.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAFILTRO.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** GERACAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       R0.
           OPEN I-O CADEVADV
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM EVENTO ADVERSO REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI.

      ***** ESTABELECIMENTO (PARAMETRO CLINICAID)
           MOVE 1 TO W-CLINICA
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE "CLINICAID" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00"
                 IF VALORPAR > 0
                    MOVE VALORPAR TO W-CLINICA.
           CLOSE CADPARAM.

           OPEN OUTPUT EVADVTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO EVADVTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

      ***** HEADER DO LOTE DE NOTIFICACOES
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "01"      TO NH-TIPO
           MOVE W-CLINICA TO NH-ESTAB
           MOVE W-HOJE    TO NH-DATA
           MOVE SPACES TO REGEVADVTX
           MOVE REGNEAH TO REGEVADVTX
           WRITE REGEVADVTX.

           MOVE ZEROS TO W-TOTINC W-TOTRET W-TOTGRV W-TOTREG
           MOVE ZEROS TO KEYEVADV
           START CADEVADV KEY IS NOT LESS KEYEVADV INVALID KEY
              GO TO GRAVA-TRAILER.

      ***** N = NUNCA NOTIFICADO (INCLUSAO)  R = A RETIFICAR *********
       LER-EVENTO.
           READ CADEVADV NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TRAILER.
           IF SITUACAOEA = "I"
              GO TO LER-EVENTO.
           IF NOTIFEA NOT = "N" AND NOTIFEA NOT = "R"
              GO TO LER-EVENTO.

           MOVE SPACES TO REGNEAD
           MOVE ZEROS  TO ND-DNASC
           MOVE CPFEA TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME  TO ND-NOME
              MOVE DNASC TO ND-DNASC
              MOVE SEXO  TO ND-SEXO.
           MOVE "02"       TO ND-TIPO
           MOVE "I"        TO ND-ACAO
           IF NOTIFEA = "R"
              MOVE "R" TO ND-ACAO
              ADD 1 TO W-TOTRET
           ELSE
              ADD 1 TO W-TOTINC.
           MOVE CPFEA      TO ND-CPF
           MOVE SEQEA      TO ND-SEQ
           MOVE ORIGEMEA   TO ND-ORIGEM
           MOVE CODVACEA   TO ND-CODVAC
           MOVE DOSEEA     TO ND-DOSE
           MOVE PRODUTOEA  TO ND-PRODUTO
           MOVE LOTEEA     TO ND-LOTE
           MOVE DATAREFEA  TO ND-DATAREF
           MOVE DATAINIEA  TO ND-DATAINI
           MOVE GRAVIDEA   TO ND-GRAVID
           MOVE DESFECHOEA TO ND-DESFECHO
           MOVE CRMEA      TO ND-CRM
           MOVE DESCEA     TO ND-DESC
           MOVE SPACES TO REGEVADVTX
           MOVE REGNEAD TO REGEVADVTX
           WRITE REGEVADVTX
           ADD 1 TO W-TOTREG
           IF GRAVIDEA = "G"
              ADD 1 TO W-TOTGRV.

      ***** MARCA COMO NOTIFICADO PARA NAO REENVIAR *****************
       MARCA-EVENTO.
           MOVE "S"    TO NOTIFEA
           MOVE W-HOJE TO DATANOTEA
           REWRITE REGEVADV
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO MARCA-EVENTO.
           GO TO LER-EVENTO.

       GRAVA-TRAILER.
           MOVE "99"     TO NT-TIPO
           MOVE W-TOTREG TO NT-QTD
           MOVE W-TOTGRV TO NT-QTDGRAVE
           MOVE SPACES TO REGEVADVTX
           MOVE REGNEAT TO REGEVADVTX
           WRITE REGEVADVTX
           CLOSE EVADVTX
           MOVE SPACES TO MENS
           STRING "*** " W-TOTINC " NOVOS, " W-TOTRET
                  " RETIFICACOES ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADEVADV CADPACI.
       RotinaFim2.
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

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
           MOVE SPACES TO W-ARQ-CADEVADV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVADV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVADV
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-EVADVTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "EVADVTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-EVADVTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
