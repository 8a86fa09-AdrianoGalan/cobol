       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRASS.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CONSULTAS REALIZADAS AINDA NAO ASSINADAS PELO   *
      * MEDICO HA MAIS DE N HORAS (PADRAO 24), POR      *
      * MEDICO                                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.

       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASSIN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEM WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT ASSINTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADASSIN.
       01 REGASSIN.
          03 KEYASSIN.
             05 CPFAS         PIC 9(11).
             05 DATAAS.
                07 DIAAS      PIC 9(02).
                07 MESAS      PIC 9(02).
                07 ANOAS      PIC 9(04).
             05 SEQAS         PIC 9(02).
          03 CRMASS           PIC 9(06).
          03 DATAASS          PIC 9(08).
          03 HORAASS          PIC 9(04).
          03 OPERASS          PIC 9(04).
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
          03 CONVENIO      PIC 9(04).
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
       FD ASSINTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ASSINTX.
       01 REGASSINTX        PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-ASSINTX PIC X(64) VALUE
          "ASSINTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASASS    PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATAF.
          03 W-DIAF   PIC 9(02).
          03 W-MESF   PIC 9(02).
          03 W-ANOF   PIC 9(04).
       01 W-HORAF.
          03 W-HHF    PIC 9(02).
          03 W-MMF    PIC 9(02).
       01 W-NHORAS    PIC 9(03) VALUE ZEROS.
       01 W-DSDIA     PIC 9(02) VALUE ZEROS.
       01 W-DSMES     PIC 9(02) VALUE ZEROS.
       01 W-DSANO     PIC 9(04) VALUE ZEROS.
       01 W-DSANT     PIC 9(04) VALUE ZEROS.
       01 W-DSSER     PIC 9(08) VALUE ZEROS.
       01 W-DST1      PIC 9(04) VALUE ZEROS.
       01 W-DST2      PIC 9(04) VALUE ZEROS.
       01 W-MINREF    PIC 9(10) VALUE ZEROS.
       01 W-MINCON    PIC 9(10) VALUE ZEROS.
       01 W-DIFMIN    PIC 9(10) VALUE ZEROS.
       01 W-DIFHORAS  PIC 9(05) VALUE ZEROS.
       01 IND         PIC 9(04) VALUE ZEROS.
       01 IND2        PIC 9(04) VALUE ZEROS.
       01 IND3        PIC 9(04) VALUE ZEROS.
       01 NUMREG      PIC 9(04) VALUE ZEROS.
       01 W-TROCA     PIC 9(01) VALUE ZEROS.
       01 W-CRMATU    PIC 9(06) VALUE 999999.
       01 W-TOTMED    PIC 9(04) VALUE ZEROS.
       01 W-TOTGER    PIC 9(05) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
       01 W-TMPA.
          03 W-TMPA-ORD   PIC 9(18).
          03 W-TMPA-CRM   PIC 9(06).
          03 W-TMPA-CPF   PIC 9(11).
          03 W-TMPA-DATA  PIC 9(08).
          03 W-TMPA-SEQ   PIC 9(02).
          03 W-TMPA-HORA  PIC 9(04).
          03 W-TMPA-HORAS PIC 9(05).
      ***** ORDEM = CRM + AAAAMMDDHHMM DA CONSULTA *****************
       01 TABASS.
          03 TBA OCCURS 500 TIMES.
             05 TBA-ORD   PIC 9(18).
             05 TBA-CRM   PIC 9(06).
             05 TBA-CPF   PIC 9(11).
             05 TBA-DATA  PIC 9(08).
             05 TBA-SEQ   PIC 9(02).
             05 TBA-HORA  PIC 9(04).
             05 TBA-HORAS PIC 9(05).
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
               VALUE  "  *** CONSULTAS NAO ASSINADAS PELO MEDICO".
           05  LINE 04  COLUMN 42
               VALUE  " ***".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA DE REFERENCIA (DD.MM.AAAA):".
           05  LINE 07  COLUMN 01
               VALUE  "  HORA DE REFERENCIA (HHMM)      :".
           05  LINE 08  COLUMN 01
               VALUE  "  SEM ASSINATURA HA MAIS DE (HORAS):".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-DATAF
               LINE 06  COLUMN 36  PIC 99.99.9999
               USING  W-DATAF
               HIGHLIGHT.
           05  TW-HORAF
               LINE 07  COLUMN 36  PIC 9999
               USING  W-HORAF
               HIGHLIGHT.
           05  TW-NHORAS
               LINE 08  COLUMN 38  PIC 999
               USING  W-NHORAS
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
      ***** REFERENCIA PADRAO: AGORA, E PRAZO DE 24 HORAS ************
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-DATAHOJE (7:2) TO W-DIAF
           MOVE W-DATAHOJE (5:2) TO W-MESF
           MOVE W-DATAHOJE (1:4) TO W-ANOF
           MOVE W-HORAHOJE (1:2) TO W-HHF
           MOVE W-HORAHOJE (3:2) TO W-MMF
           MOVE 24 TO W-NHORAS.

       INC-001.
           DISPLAY TELAFILTRO
           ACCEPT TW-DATAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-DATAF = 0
              MOVE "*** DIGITE A DATA DE REFERENCIA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TW-HORAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-HHF > 23 OR W-MMF > 59
              MOVE "*** HORA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
           ACCEPT TW-NHORAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-002.
           IF W-NHORAS = 0
              MOVE 24 TO W-NHORAS.

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
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI CADMED.
      ***** SEM ARQUIVO DE ASSINATURAS NENHUMA CONSULTA FOI ASSINADA
           MOVE 1 TO W-HASASS
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASASS.

           OPEN OUTPUT ASSINTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ASSINTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

           MOVE W-DIAF TO W-DSDIA
           MOVE W-MESF TO W-DSMES
           MOVE W-ANOF TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-MINREF = W-DSSER * 1440 + W-HHF * 60 + W-MMF

           MOVE 1 TO IND
           MOVE ZEROS TO NUMREG
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO MONTA-RELAT.

      ***** SO CONSULTAS REALIZADAS E SEM REGISTRO DE ASSINATURA ****
       LER-CONSU.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO MONTA-RELAT.
           IF STATUSCONS NOT = "R"
              GO TO LER-CONSU.
           MOVE DIACON1 TO W-DSDIA
           MOVE MESCON1 TO W-DSMES
           MOVE ANOCON1 TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-MINCON = W-DSSER * 1440 + HORACONH * 60
                            + HORACONM
           IF W-MINCON > W-MINREF
              GO TO LER-CONSU.
           COMPUTE W-DIFMIN = W-MINREF - W-MINCON
           IF W-DIFMIN NOT > W-NHORAS * 60
              GO TO LER-CONSU.
           DIVIDE W-DIFMIN BY 60 GIVING W-DIFHORAS
           IF W-HASASS = 1
              MOVE CPFC     TO CPFAS
              MOVE DATACON1 TO DATAAS
              MOVE SEQCON   TO SEQAS
              READ CADASSIN
              IF ST-ERRO = "00"
                 GO TO LER-CONSU.
           IF IND > 500
              MOVE "*** TABELA DE CONSULTAS ESTOURADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO MONTA-RELAT.
           COMPUTE TBA-ORD (IND) = CODMEDICO * 1000000000000
                 + ANOCON1 * 100000000 + MESCON1 * 1000000
                 + DIACON1 * 10000 + HORACONH * 100 + HORACONM
           MOVE CODMEDICO  TO TBA-CRM (IND)
           MOVE CPFC       TO TBA-CPF (IND)
           MOVE DATACON1   TO TBA-DATA (IND)
           MOVE SEQCON     TO TBA-SEQ (IND)
           MOVE HORACON    TO TBA-HORA (IND)
           MOVE W-DIFHORAS TO TBA-HORAS (IND)
           ADD 1 TO IND
           GO TO LER-CONSU.

       MONTA-RELAT.
           MOVE IND TO NUMREG
           ADD -1 TO NUMREG
           PERFORM ORDENAR-ASS THRU ORDENAR-ASS-FIM.

           MOVE SPACES TO REGASSINTX
           STRING "CONSULTAS NAO ASSINADAS HA MAIS DE " W-NHORAS
                  " HORAS EM " W-DIAF "/" W-MESF "/" W-ANOF
                  " " W-HHF ":" W-MMF
                  DELIMITED BY SIZE INTO REGASSINTX
           WRITE REGASSINTX.
           MOVE ALL "-" TO REGASSINTX
           WRITE REGASSINTX.

           IF NUMREG = 0
              MOVE SPACES TO REGASSINTX
              STRING "NENHUMA CONSULTA PENDENTE DE ASSINATURA"
                     DELIMITED BY SIZE INTO REGASSINTX
              WRITE REGASSINTX
              GO TO FECHA-RELAT.

           MOVE 999999 TO W-CRMATU
           MOVE ZEROS TO W-TOTMED W-TOTGER
           MOVE 1 TO IND2.
       GRAVA-LINHA.
           IF TBA-CRM (IND2) NOT = W-CRMATU
              IF W-CRMATU NOT = 999999
                 PERFORM GRAVA-TOT-MED THRU GRAVA-TOT-MED-FIM.
           IF TBA-CRM (IND2) NOT = W-CRMATU
              MOVE TBA-CRM (IND2) TO W-CRMATU
              MOVE W-CRMATU TO CRM
              READ CADMED
              IF ST-ERRO NOT = "00"
                 MOVE "** MEDICO NAO ENCONTRADO **" TO NOMEM
                 PERFORM GRAVA-CAB-MED THRU GRAVA-CAB-MED-FIM
              ELSE
                 PERFORM GRAVA-CAB-MED THRU GRAVA-CAB-MED-FIM.

           MOVE SPACES TO NOME
           MOVE TBA-CPF (IND2) TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO ENCONTRADO **" TO NOME.

           MOVE TBA-DATA (IND2) TO DATACON1
           MOVE TBA-HORA (IND2) TO HORACON
           MOVE SPACES TO REGASSINTX
           STRING "  " DIACON1 "/" MESCON1 "/" ANOCON1
                  " " HORACONH ":" HORACONM
                  " SEQ " TBA-SEQ (IND2)
                  " " NOME
                  " HORAS: " TBA-HORAS (IND2)
                  DELIMITED BY SIZE INTO REGASSINTX
           WRITE REGASSINTX
           ADD 1 TO W-TOTMED
           ADD 1 TO W-TOTGER
           ADD 1 TO IND2
           IF IND2 NOT > NUMREG
              GO TO GRAVA-LINHA.
           PERFORM GRAVA-TOT-MED THRU GRAVA-TOT-MED-FIM
           MOVE SPACES TO REGASSINTX
           WRITE REGASSINTX
           MOVE SPACES TO REGASSINTX
           STRING "TOTAL GERAL DE CONSULTAS NAO ASSINADAS: " W-TOTGER
                  DELIMITED BY SIZE INTO REGASSINTX
           WRITE REGASSINTX.

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           CLOSE ASSINTX
           MOVE "SMPRASS" TO W-PROGCAT
           MOVE "ASSINTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "REF " W-DIAF "/" W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO ASSINTX.TXT GERADO COM SUCESSO ***"
                                                            TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim4.

       GRAVA-CAB-MED.
           MOVE ZEROS TO W-TOTMED
           MOVE SPACES TO REGASSINTX
           WRITE REGASSINTX
           MOVE SPACES TO REGASSINTX
           STRING "MEDICO: " W-CRMATU "  " NOMEM
                  DELIMITED BY SIZE INTO REGASSINTX
           WRITE REGASSINTX.
       GRAVA-CAB-MED-FIM.
           EXIT.

       GRAVA-TOT-MED.
           MOVE SPACES TO REGASSINTX
           STRING "  TOTAL DO MEDICO: " W-TOTMED
                  DELIMITED BY SIZE INTO REGASSINTX
           WRITE REGASSINTX.
       GRAVA-TOT-MED-FIM.
           EXIT.

      ****** ORDENA A TABELA POR CRM E DATA/HORA (BUBBLE SORT) ********
       ORDENAR-ASS.
           IF NUMREG < 2
              GO TO ORDENAR-ASS-FIM.
           MOVE 1 TO W-TROCA.
       ORD-LOOP.
           IF W-TROCA = 0
              GO TO ORDENAR-ASS-FIM.
           MOVE 0 TO W-TROCA
           MOVE 1 TO IND2.
       ORD-PASSO.
           IF IND2 NOT < NUMREG
              GO TO ORD-LOOP.
           MOVE IND2 TO IND3
           ADD 1 TO IND3
           IF TBA-ORD (IND2) > TBA-ORD (IND3)
              PERFORM ORD-TROCA.
           ADD 1 TO IND2
           GO TO ORD-PASSO.

       ORD-TROCA.
           MOVE TBA (IND2) TO W-TMPA
           MOVE TBA (IND3) TO TBA (IND2)
           MOVE W-TMPA     TO TBA (IND3)
           MOVE 1 TO W-TROCA.

       ORDENAR-ASS-FIM.
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

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE ASSINTX.
       RotinaFim4.
           CLOSE CADCONSU CADPACI CADMED.
           IF W-HASASS = 1
              CLOSE CADASSIN.
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
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-ASSINTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ASSINTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ASSINTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
