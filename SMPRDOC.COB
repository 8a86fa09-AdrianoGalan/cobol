       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRDOC.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * DOCUMENTOS PROFISSIONAIS DOS MEDICOS (SMP088)   *
      * VENCIDOS E A VENCER NOS PROXIMOS DIAS (PADRAO   *
      * 60), COM O TIPO OBRIGATORIO EM DESTAQUE. RODA   *
      * TAMBEM SEM TELA NA CADEIA NOTURNA (ETAPA MENSAL *
      * DO SMPRNOC) - DOCMEDTX.TXT                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDOCMD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCMD
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT NOCSTAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT DOCMEDTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOCMD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCMD.
       01 REGDOCMD.
          03 KEYDOCMD.
             05 CRMDM         PIC 9(06).
             05 TIPODM        PIC 9(01).
             05 ESPDM         PIC 9(02).
          03 NUMDM            PIC X(20).
          03 ORGAODM          PIC X(20).
          03 VALIDDM          PIC 9(08).
          03 SITUACAODM       PIC X(01).
          03 DATADM           PIC 9(08).
          03 OPERDM           PIC 9(04).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMED.
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOMEM         PIC X(30).
          03 QTDESPEC      PIC 9(01).
          03 ESPECIALIDADE PIC 9(02) OCCURS 6 TIMES.
          03 SEXOMEDICO    PIC X(01).
          03 DNASCM.
             05 DIANASM    PIC 9(02).
             05 MESNASM    PIC 9(02).
             05 ANONASM    PIC 9(04).
          03 SITUACAOM     PIC X(01).
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
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
       FD NOCSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-NOCSTAT.
       01 REGNOCSTAT.
          03 NS-PROG          PIC X(07).
          03 FILLER           PIC X(01).
          03 NS-STAT          PIC X(02).
          03 FILLER           PIC X(01).
          03 NS-QTD           PIC 9(06).
      *
       FD DOCMEDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-DOCMEDTX.
       01 REGDOCMEDTX       PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADDOCMD PIC X(64) VALUE
          "CADDOCMD.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-NOCSTAT PIC X(64) VALUE
          "NOCSTAT.TXT".
       01 W-ARQ-DOCMEDTX PIC X(64) VALUE
          "DOCMEDTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-BATCH     PIC 9(01) VALUE ZEROS.
       01 W-HOJEB     PIC 9(08) VALUE ZEROS.
       01 W-CRMF      PIC 9(06) VALUE ZEROS.
       01 W-DIASF     PIC 9(03) VALUE 60.
       01 W-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-HOJESER   PIC 9(08) VALUE ZEROS.
       01 W-LIMITE    PIC 9(08) VALUE ZEROS.
       01 W-IOB       PIC 9(01) VALUE ZEROS.
       01 W-DIAS      PIC 9(05) VALUE ZEROS.
       01 W-DIASED    PIC ZZZZ9.
       01 W-SITLIN    PIC X(09) VALUE SPACES.
       01 W-TXTOBR    PIC X(03) VALUE SPACES.
       01 W-TXTVAL    PIC X(10) VALUE SPACES.
       01 W-TXTLIM    PIC X(10) VALUE SPACES.
       01 W-NOMEMED   PIC X(25) VALUE SPACES.
       01 W-QTDVENC   PIC 9(05) VALUE ZEROS.
       01 W-QTDVOBR   PIC 9(05) VALUE ZEROS.
       01 W-QTDAVEN   PIC 9(05) VALUE ZEROS.
       01 W-QTDED     PIC ZZZZ9.
       01 W-QTD2ED    PIC ZZZZ9.
       01 W-QTD3ED    PIC ZZZZ9.
      ***** NOMES DOS TIPOS DE DOCUMENTO ****************************
       01 TABTIPDOC-R.
          03 FILLER PIC X(20) VALUE "RENOVACAO DO CRM".
          03 FILLER PIC X(20) VALUE "TITULO ESPEC. (RQE)".
          03 FILLER PIC X(20) VALUE "SEGURO RESP. CIVIL".
          03 FILLER PIC X(20) VALUE "CERTIFICADO DIGITAL".
          03 FILLER PIC X(20) VALUE "LICENCA SANITARIA".
       01 TABTIPDOC REDEFINES TABTIPDOC-R.
          03 W-NOMETIPDOC PIC X(20) OCCURS 5 TIMES.
      ***** TIPO OBRIGATORIO (1) OU SO AVISO (0); SEM A CHAVE ******
      ***** DOCOBRIGn NO CADPARAM VALE O PADRAO ABAIXO *************
       01 TABOBRIG-R    PIC X(05) VALUE "10001".
       01 TABOBRIG REDEFINES TABOBRIG-R.
          03 W-OBRIG    PIC 9(01) OCCURS 5 TIMES.
      ***** DATA LIMITE = HOJE + W-DIASF ****************************
       01 W-PRDATA.
          03 W-PRANO  PIC 9(04).
          03 W-PRMES  PIC 9(02).
          03 W-PRDIA  PIC 9(02).
       01 W-PRDATAN REDEFINES W-PRDATA PIC 9(08).
       01 W-PRDIAS    PIC 9(05) VALUE ZEROS.
       01 W-DIAMES    PIC 9(02) VALUE ZEROS.
       01 W-RESTA     PIC 9(02) VALUE ZEROS.
       01 TABDMES-R.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDMES REDEFINES TABDMES-R.
          03 W-DMES   PIC 9(02) OCCURS 12 TIMES.
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
               VALUE  "  *** DOCUMENTOS DOS MEDICOS: VENCIDOS E".
           05  LINE 04  COLUMN 41
               VALUE  " A VENCER ***".
           05  LINE 06  COLUMN 01
               VALUE  "  CRM DO MEDICO (0 = TODOS)      :".
           05  LINE 07  COLUMN 01
               VALUE  "  A VENCER NOS PROXIMOS (DIAS)   :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-CRMF
               LINE 06  COLUMN 36  PIC 999.999
               USING  W-CRMF
               HIGHLIGHT.
           05  TW-DIASF
               LINE 07  COLUMN 36  PIC 999
               USING  W-DIASF
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
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-CRMF
           MOVE 60 TO W-DIASF
           PERFORM CHK-BATCH THRU CHK-BATCH-FIM
           IF W-BATCH = 1
              GO TO INC-OP0.

       INC-001.
           DISPLAY TELAFILTRO
           ACCEPT TW-CRMF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
       INC-002.
           ACCEPT TW-DIASF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.

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
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CADMED NAO ENCONTRADO **" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADDOCMD
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM DOCUMENTO DE MEDICO CADASTRADO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADMED
              GO TO RotinaFim2.

           OPEN OUTPUT DOCMEDTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DOCMEDTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim4.

      ***** HOJE EM DIAS CORRIDOS E DATA LIMITE DO "A VENCER" *******
           MOVE W-HOJE (7:2) TO W-DSDIA
           MOVE W-HOJE (5:2) TO W-DSMES
           MOVE W-HOJE (1:4) TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-HOJESER
           MOVE W-HOJE  TO W-PRDATAN
           MOVE W-DIASF TO W-PRDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-PRDATAN TO W-LIMITE
           MOVE SPACES TO W-TXTLIM
           STRING W-PRDIA "/" W-PRMES "/" W-PRANO
                  DELIMITED BY SIZE INTO W-TXTLIM

           MOVE SPACES TO REGDOCMEDTX
           STRING "DOCUMENTOS PROFISSIONAIS DOS MEDICOS - VENCIDOS E "
                  "A VENCER ATE " W-TXTLIM "   CRM " W-CRMF
                  " (000000 = TODOS)"
                  DELIMITED BY SIZE INTO REGDOCMEDTX
           WRITE REGDOCMEDTX
           MOVE ALL "=" TO REGDOCMEDTX
           WRITE REGDOCMEDTX
           MOVE SPACES TO REGDOCMEDTX
           STRING "CRM    MEDICO                    DOCUMENTO          "
                  "  ES NUMERO               ORGAO EMISSOR        "
                  "VALIDADE   SITUACAO   DIAS OBR"
                  DELIMITED BY SIZE INTO REGDOCMEDTX
           WRITE REGDOCMEDTX
           MOVE ALL "-" TO REGDOCMEDTX
           WRITE REGDOCMEDTX
           MOVE ZEROS TO W-QTDVENC W-QTDVOBR W-QTDAVEN
           MOVE W-CRMF TO CRMDM
           MOVE ZEROS  TO TIPODM ESPDM
           START CADDOCMD KEY IS NOT LESS KEYDOCMD INVALID KEY
              GO TO GRAVA-TOTAIS.

      ***** UMA LINHA POR DOCUMENTO VENCIDO OU A VENCER ATE O *******
      ***** LIMITE (EXCLUIDOS E SEM VENCIMENTO NAO ENTRAM) **********
       LER-DOC.
           READ CADDOCMD NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAIS.
           IF W-CRMF NOT = 0 AND CRMDM NOT = W-CRMF
              GO TO GRAVA-TOTAIS.
           IF SITUACAODM = "I" OR VALIDDM = 0
              GO TO LER-DOC.
           IF VALIDDM > W-LIMITE
              GO TO LER-DOC.
           IF TIPODM < 1 OR TIPODM > 5
              GO TO LER-DOC.
           MOVE SPACES TO W-NOMEMED
           MOVE CRMDM TO CRM
           READ CADMED
           IF ST-ERRO = "00"
              IF SITUACAOM = "I"
                 GO TO LER-DOC
              ELSE
                 MOVE NOMEM TO W-NOMEMED.
           MOVE VALIDDM (7:2) TO W-DSDIA
           MOVE VALIDDM (5:2) TO W-DSMES
           MOVE VALIDDM (1:4) TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE "NAO" TO W-TXTOBR
           IF W-OBRIG (TIPODM) = 1
              MOVE "SIM" TO W-TXTOBR.
           IF VALIDDM < W-HOJE
              MOVE "VENCIDO" TO W-SITLIN
              COMPUTE W-DIAS = W-HOJESER - W-DSSER
              ADD 1 TO W-QTDVENC
              IF W-OBRIG (TIPODM) = 1
                 ADD 1 TO W-QTDVOBR
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE "A VENCER" TO W-SITLIN
              COMPUTE W-DIAS = W-DSSER - W-HOJESER
              ADD 1 TO W-QTDAVEN.
           MOVE W-DIAS TO W-DIASED
           MOVE SPACES TO W-TXTVAL
           STRING VALIDDM (7:2) "/" VALIDDM (5:2) "/" VALIDDM (1:4)
                  DELIMITED BY SIZE INTO W-TXTVAL
           MOVE SPACES TO REGDOCMEDTX
           STRING CRMDM " " W-NOMEMED " " W-NOMETIPDOC (TIPODM) " "
                  ESPDM " " NUMDM " " ORGAODM " " W-TXTVAL " "
                  W-SITLIN " " W-DIASED " " W-TXTOBR
                  DELIMITED BY SIZE INTO REGDOCMEDTX
           WRITE REGDOCMEDTX
           GO TO LER-DOC.

       GRAVA-TOTAIS.
           MOVE SPACES TO REGDOCMEDTX
           WRITE REGDOCMEDTX
           MOVE ALL "=" TO REGDOCMEDTX
           WRITE REGDOCMEDTX
           MOVE W-QTDVENC TO W-QTDED
           MOVE W-QTDVOBR TO W-QTD2ED
           MOVE W-QTDAVEN TO W-QTD3ED
           MOVE SPACES TO REGDOCMEDTX
           STRING "VENCIDOS " W-QTDED " (OBRIGATORIOS " W-QTD2ED
                  " - BLOQUEIAM A AGENDA)   A VENCER " W-QTD3ED
                  DELIMITED BY SIZE INTO REGDOCMEDTX
           WRITE REGDOCMEDTX
           GO TO FECHA-RELAT.

      ***** SOMA W-PRDIAS DIAS A DATA W-PRDATA (AAAAMMDD) ***********
       SOMA-DIAS.
           MOVE W-DMES (W-PRMES) TO W-DIAMES
           IF W-PRMES = 2
              DIVIDE W-PRANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 MOVE 29 TO W-DIAMES.
           COMPUTE W-RESTA = W-DIAMES - W-PRDIA
           IF W-PRDIAS NOT > W-RESTA
              ADD W-PRDIAS TO W-PRDIA
              GO TO SOMA-DIAS-FIM.
           COMPUTE W-PRDIAS = W-PRDIAS - W-RESTA - 1
           MOVE 1 TO W-PRDIA
           IF W-PRMES = 12
              MOVE 1 TO W-PRMES
              ADD 1 TO W-PRANO
           ELSE
              ADD 1 TO W-PRMES.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
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

      ***** MODO BATCH: A CADEIA NOTURNA (SMPRNOC) GRAVA A DATA ******
      ***** DO DIA NA CHAVE BATCHNOC DO CADPARAM PARA SUPRIMIR *******
      ***** AS TELAS (CHAVE DE OUTRO DIA NAO VALE). LE TAMBEM OS *****
      ***** TIPOS OBRIGATORIOS (DOCOBRIG1 A DOCOBRIG5: VALOR 0 = *****
      ***** SO AVISA; SEM A CHAVE, CRM E LICENCA SANITARIA) **********
       CHK-BATCH.
           MOVE 0 TO W-BATCH
           MOVE "10001" TO TABOBRIG-R
           ACCEPT W-HOJEB FROM DATE
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CHK-BATCH-FIM.
           MOVE "BATCHNOC" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF VALORPAR = W-HOJEB
                 IF SITUACAOPA NOT = "I"
                    MOVE 1 TO W-BATCH.
           MOVE 1 TO W-IOB.
       CHK-BATCH-OBRIG.
           MOVE SPACES TO CHAVEPAR
           STRING "DOCOBRIG" W-IOB DELIMITED BY SIZE INTO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR = 0
                 MOVE 0 TO W-OBRIG (W-IOB)
              ELSE
                 MOVE 1 TO W-OBRIG (W-IOB).
           IF W-IOB < 5
              ADD 1 TO W-IOB
              GO TO CHK-BATCH-OBRIG.
           CLOSE CADPARAM.
       CHK-BATCH-FIM.
           EXIT.

      ***** INFORMA A CADEIA NOTURNA QUE A ETAPA TERMINOU BEM. ******
      ***** COM DOCUMENTO VENCIDO GRAVA A LINHA DE AVISO (AV) ********
       GRAVA-STAT.
           OPEN OUTPUT NOCSTAT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-STAT-FIM.
           MOVE SPACES    TO REGNOCSTAT
           MOVE "SMPRDOC" TO NS-PROG
           MOVE "OK"      TO NS-STAT
           COMPUTE NS-QTD = W-QTDVENC + W-QTDAVEN
           WRITE REGNOCSTAT
           IF W-QTDVENC > 0
              MOVE SPACES    TO REGNOCSTAT
              MOVE "SMPRDOC" TO NS-PROG
              MOVE "AV"      TO NS-STAT
              MOVE W-QTDVENC TO NS-QTD
              WRITE REGNOCSTAT.
           CLOSE NOCSTAT.
       GRAVA-STAT-FIM.
           EXIT.

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           CLOSE DOCMEDTX
           MOVE "SMPRDOC" TO W-PROGCAT
           MOVE "DOCMEDTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "DIAS " W-DIASF " CRM " W-CRMF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           IF W-BATCH = 1
              PERFORM GRAVA-STAT THRU GRAVA-STAT-FIM
           ELSE
              MOVE "*** RELATORIO DOCMEDTX.TXT GERADO COM SUCESSO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           GO TO RotinaFim4.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE DOCMEDTX.
       RotinaFim4.
           CLOSE CADDOCMD CADMED.
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
           MOVE SPACES TO W-ARQ-CADDOCMD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCMD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCMD
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-NOCSTAT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "NOCSTAT.TXT" DELIMITED BY SIZE
             INTO W-ARQ-NOCSTAT
           MOVE SPACES TO W-ARQ-DOCMEDTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "DOCMEDTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-DOCMEDTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
