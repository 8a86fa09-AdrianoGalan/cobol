       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRCRO.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * PAINEL MENSAL DE CONTROLE DE HIPERTENSOS E       *
      * DIABETICOS: CONDICAO CRONICA (CADALERG), ULTIMA  *
      * PRESSAO (CADVITAL), ULTIMA HBA1C/GLICEMIA        *
      * (CADEXAME), DIAS DESDE A ULTIMA CONSULTA E TAXA  *
      * DE CONTROLE POR MEDICO E POR UNIDADE. METAS NO   *
      * CADPARAM (PAMAXSIS PAMAXDIA HBA1CMAX GLICMAX)    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERG
                    FILE STATUS  IS ST-ERRO.


       SELECT CADVITAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVITAL
                    FILE STATUS  IS ST-ERRO.


       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.


       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.


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
                        ALTERNATE RECORD KEY IS NOMEM
                                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS NOMEFONM
                                           WITH DUPLICATES.


       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.


       SELECT CRONITX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALERG.
       01 REGALERG.
          03 KEYALERG.
             05 CPFA          PIC 9(11).
             05 SEQA          PIC 9(02).
          03 TIPOALERG        PIC X(01).
          03 CIDALERG         PIC X(05).
          03 NOTAALERG        PIC X(40).
          03 DATAALERG.
             05 DIAAL         PIC 9(02).
             05 MESAL         PIC 9(02).
             05 ANOAL         PIC 9(04).
          03 SITUACAOAL       PIC X(01).
      *
       FD CADVITAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVITAL.
       01 REGVITAL.
          03 KEYVITAL.
             05 CPFVI         PIC 9(11).
             05 DATAVI.
                07 DIAVI      PIC 9(02).
                07 MESVI      PIC 9(02).
                07 ANOVI      PIC 9(04).
             05 HORAVI        PIC 9(04).
          03 PRESSAOVI        PIC X(07).
          03 TEMPVI           PIC 9(02)V9.
          03 ORIGEMVI         PIC X(01).
          03 OPERVI           PIC 9(04).
          03 SITUACAOVI       PIC X(01).
          03 PESOVI           PIC 9(03)V9.
          03 ALTURAVI         PIC 9(03).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEXAME.
       01 REGEXAME.
          03 KEYEXAME.
             05 CPFE          PIC 9(11).
             05 DATAE.
                07 DIAE       PIC 9(02).
                07 MESE       PIC 9(02).
                07 ANOE       PIC 9(04).
             05 SEQE          PIC 9(02).
             05 ITEME         PIC 9(02).
          03 CODEXAME         PIC X(10).
          03 DESCEXAME        PIC X(30).
          03 MEDICOEXA        PIC 9(06).
          03 DATARESULT.
             05 DIARES        PIC 9(02).
             05 MESRES        PIC 9(02).
             05 ANORES        PIC 9(04).
          03 RESULTEXAME      PIC X(40).
          03 STATUSEXAME      PIC X(01).
          03 ANORMALEXA       PIC X(01).
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
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
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SITUACAO      PIC X(01).
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
       FD CRONITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CRONITX.
       01 REGCRONITX        PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADALERG PIC X(64) VALUE
          "CADALERG.DAT".
       01 W-ARQ-CADVITAL PIC X(64) VALUE
          "CADVITAL.DAT".
       01 W-ARQ-CADEXAME PIC X(64) VALUE
          "CADEXAME.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CRONITX PIC X(64) VALUE
          "CRONITX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASVIT    PIC 9(01) VALUE ZEROS.
       01 W-HASEXA    PIC 9(01) VALUE ZEROS.
       01 W-HASPAC    PIC 9(01) VALUE ZEROS.
       01 W-HASMED    PIC 9(01) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-CODGLIF   PIC X(10) VALUE "GLICEMIA".
       01 W-CODHBAF   PIC X(10) VALUE "HBA1C".
       01 W-FIMSER    PIC 9(08) VALUE ZEROS.
      ***** METAS (CADPARAM); HBA1CMAX EM DECIMOS (70 = 7,0%) *******
       01 W-PAMAXSIS  PIC 9(03) VALUE 140.
       01 W-PAMAXDIA  PIC 9(03) VALUE 90.
       01 W-GLICMAX   PIC 9(03) VALUE 130.
       01 W-HBAMAX    PIC 9(03)V9 VALUE 7,0.
       01 W-PARVAL    PIC 9(06) VALUE ZEROS.
      ***** PACIENTE CORRENTE ****************************************
       01 W-CPFATU    PIC 9(11) VALUE ZEROS.
       01 W-TEMHAS    PIC 9(01) VALUE ZEROS.
       01 W-TEMDM     PIC 9(01) VALUE ZEROS.
       01 W-NOMEPAC   PIC X(30) VALUE SPACES.
       01 W-CHAVE     PIC 9(12) VALUE ZEROS.
       01 W-PAULT     PIC 9(12) VALUE ZEROS.
       01 W-PATXT     PIC X(07) VALUE SPACES.
       01 W-PADATA    PIC 9(08) VALUE ZEROS.
       01 W-PASIS     PIC 9(03) VALUE ZEROS.
       01 W-PADIA     PIC 9(03) VALUE ZEROS.
       01 W-PAOK      PIC 9(01) VALUE ZEROS.
       01 W-HBAULT    PIC 9(08) VALUE ZEROS.
       01 W-HBAVAL    PIC 9(04)V9 VALUE ZEROS.
       01 W-HBADATA   PIC 9(08) VALUE ZEROS.
       01 W-GLIULT    PIC 9(08) VALUE ZEROS.
       01 W-GLIVAL    PIC 9(04)V9 VALUE ZEROS.
       01 W-GLIDATA   PIC 9(08) VALUE ZEROS.
       01 W-CONULT    PIC 9(08) VALUE ZEROS.
       01 W-CONDATA   PIC 9(08) VALUE ZEROS.
       01 W-CONCRM    PIC 9(06) VALUE ZEROS.
       01 W-CONUNID   PIC 9(02) VALUE ZEROS.
       01 W-DIASCON   PIC 9(05) VALUE ZEROS.
       01 W-HASOK     PIC 9(01) VALUE ZEROS.
       01 W-DMOK      PIC 9(01) VALUE ZEROS.
       01 W-TXTCOND   PIC X(06) VALUE SPACES.
       01 W-FLAGPA    PIC X(04) VALUE SPACES.
       01 W-FLAGHBA   PIC X(04) VALUE SPACES.
       01 W-FLAGGLI   PIC X(04) VALUE SPACES.
       01 W-TXTCON    PIC X(28) VALUE SPACES.
       01 W-TXTCTRL   PIC X(14) VALUE SPACES.
       01 W-DTED      PIC X(10) VALUE SPACES.
       01 W-DTED2     PIC X(10) VALUE SPACES.
       01 W-DTED3     PIC X(10) VALUE SPACES.
      ***** EXTRACAO DE NUMERO DE UM TEXTO LIVRE ********************
       01 W-NTXT      PIC X(40) VALUE SPACES.
       01 W-NTAM      PIC 9(02) VALUE ZEROS.
       01 W-NPOS      PIC 9(02) VALUE ZEROS.
       01 W-NVAL      PIC 9(04)V9 VALUE ZEROS.
       01 W-NINT      PIC 9(04) VALUE ZEROS.
       01 W-NDEC      PIC 9(01) VALUE ZEROS.
       01 W-NACHOU    PIC 9(01) VALUE ZEROS.
       01 W-NCHAR     PIC X(01) VALUE SPACES.
       01 W-NDIG      REDEFINES W-NCHAR PIC 9(01).
       01 W-PASPART   PIC X(07) VALUE SPACES.
       01 W-PADPART   PIC X(07) VALUE SPACES.
      ***** TOTAIS *************************************************
       01 W-QTDPAC    PIC 9(05) VALUE ZEROS.
       01 W-QTDHAS    PIC 9(05) VALUE ZEROS.
       01 W-QTDHASOK  PIC 9(05) VALUE ZEROS.
       01 W-QTDDM     PIC 9(05) VALUE ZEROS.
       01 W-QTDDMOK   PIC 9(05) VALUE ZEROS.
       01 W-PERC      PIC 9(03)V9 VALUE ZEROS.
       01 W-PERCED    PIC ZZ9,9.
       01 W-PERC2ED   PIC ZZ9,9.
       01 W-QTDED     PIC ZZZZ9.
       01 W-QTD2ED    PIC ZZZZ9.
       01 W-QTD3ED    PIC ZZZZ9.
       01 W-QTD4ED    PIC ZZZZ9.
       01 W-PAED      PIC ZZ9.
       01 W-PADED     PIC ZZ9.
       01 W-HBAED     PIC ZZ9,9.
       01 W-GLIED     PIC ZZZ9.
       01 W-DIASED    PIC ZZZZ9.
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
      ***** TAXA DE CONTROLE POR MEDICO DA ULTIMA CONSULTA **********
       01 W-QTDMED    PIC 9(03) VALUE ZEROS.
       01 IMD         PIC 9(03) VALUE ZEROS.
       01 TABMED.
          03 TBM OCCURS 300 TIMES.
             05 TBM-CRM    PIC 9(06).
             05 TBM-HAS    PIC 9(05).
             05 TBM-HASOK  PIC 9(05).
             05 TBM-DM     PIC 9(05).
             05 TBM-DMOK   PIC 9(05).
      ***** TAXA DE CONTROLE POR UNIDADE (INDICE = UNIDCONS + 1) ****
       01 IUN         PIC 9(03) VALUE ZEROS.
       01 TABUNI.
          03 TBU OCCURS 100 TIMES.
             05 TBU-HAS    PIC 9(05).
             05 TBU-HASOK  PIC 9(05).
             05 TBU-DM     PIC 9(05).
             05 TBU-DMOK   PIC 9(05).
       01 W-UNIDED    PIC 9(02) VALUE ZEROS.
       01 W-NOMEMED   PIC X(30) VALUE SPACES.
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
               VALUE  "  *** PAINEL DE CONTROLE DE HIPERTENSOS E".
           05  LINE 04  COLUMN 42
               VALUE  " DIABETICOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES/ANO DE REFERENCIA (MM AAAA):".
           05  LINE 07  COLUMN 01
               VALUE  "  CODIGO DO EXAME DE HBA1C       :".
           05  LINE 08  COLUMN 01
               VALUE  "  CODIGO DO EXAME DE GLICEMIA    :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 36  PIC 99
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 06  COLUMN 39  PIC 9999
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-CODHBAF
               LINE 07  COLUMN 36  PIC X(10)
               USING  W-CODHBAF
               HIGHLIGHT.
           05  TW-CODGLIF
               LINE 08  COLUMN 36  PIC X(10)
               USING  W-CODGLIF
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
           MOVE W-DATAHOJE (5:2) TO W-MESF
           MOVE W-DATAHOJE (1:4) TO W-ANOF.

       INC-001.
           DISPLAY TELAFILTRO
           ACCEPT TW-MESF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESF < 1 OR W-MESF > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TW-ANOF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-ANOF < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT TW-CODHBAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-002.
           ACCEPT TW-CODGLIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
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
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA CONDICAO CRONICA CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADALERG
              GO TO RotinaFim2.
      ***** SEM SINAIS VITAIS OU EXAMES O PACIENTE FICA SEM MEDIDA **
           MOVE 1 TO W-HASVIT
           OPEN INPUT CADVITAL
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASVIT.
           MOVE 1 TO W-HASEXA
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEXA.
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.
           MOVE 1 TO W-HASMED
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMED.
           PERFORM LER-PARAM THRU LER-PARAM-FIM

           OPEN OUTPUT CRONITX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CRONITX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim4.

      ***** AS MEDIDAS VALEM ATE O ULTIMO DIA DO MES DE REFERENCIA **
           MOVE 1 TO W-DSDIA
           MOVE W-MESF TO W-DSMES
           MOVE W-ANOF TO W-DSANO
           ADD 1 TO W-DSMES
           IF W-DSMES > 12
              MOVE 1 TO W-DSMES
              ADD 1 TO W-DSANO.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           SUBTRACT 1 FROM W-DSSER GIVING W-FIMSER

           MOVE SPACES TO REGCRONITX
           STRING "PAINEL DE CONTROLE DE HIPERTENSOS E DIABETICOS - "
                  "REF " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX
           MOVE W-PAMAXSIS TO W-PAED
           MOVE W-PAMAXDIA TO W-PADED
           MOVE W-HBAMAX TO W-HBAED
           MOVE W-GLICMAX TO W-GLIED
           MOVE SPACES TO REGCRONITX
           STRING "METAS: PA ABAIXO DE " W-PAED "X" W-PADED
                  "  HBA1C ATE " W-HBAED
                  "  GLICEMIA ATE " W-GLIED " (SEM HBA1C)"
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX
           MOVE ALL "-" TO REGCRONITX
           WRITE REGCRONITX
           MOVE ZEROS TO TABMED TABUNI W-QTDMED W-CPFATU
           MOVE ZEROS TO W-TEMHAS W-TEMDM
           MOVE ZEROS TO KEYALERG
           START CADALERG KEY IS NOT LESS KEYALERG INVALID KEY
              GO TO MONTA-RESUMO.

      ***** CONDICOES CRONICAS ATIVAS, AGRUPADAS POR PACIENTE *******
      ***** HAS = CID I10 A I15   DM = CID E10 A E14 ****************
       LER-ALERG.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00"
              IF W-CPFATU NOT = 0
                 PERFORM PROCESSA-PAC THRU PROCESSA-PAC-FIM
                 GO TO MONTA-RESUMO
              ELSE
                 GO TO MONTA-RESUMO.
           IF CPFA NOT = W-CPFATU AND W-CPFATU NOT = 0
              PERFORM PROCESSA-PAC THRU PROCESSA-PAC-FIM
              MOVE ZEROS TO W-CPFATU W-TEMHAS W-TEMDM.
           IF TIPOALERG NOT = "C" OR SITUACAOAL = "I"
              GO TO LER-ALERG.
           IF CIDALERG (1:3) NOT < "I10" AND CIDALERG (1:3) NOT > "I15"
              MOVE 1 TO W-TEMHAS
              MOVE CPFA TO W-CPFATU.
           IF CIDALERG (1:3) NOT < "E10" AND CIDALERG (1:3) NOT > "E14"
              MOVE 1 TO W-TEMDM
              MOVE CPFA TO W-CPFATU.
           GO TO LER-ALERG.

      ***** UM PACIENTE: MEDIDAS, CONSULTA, METAS E ACUMULADORES ****
       PROCESSA-PAC.
           MOVE SPACES TO W-NOMEPAC
           IF W-HASPAC = 1
              MOVE W-CPFATU TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 IF SITUACAO OF REGPACI = "I"
                    GO TO PROCESSA-PAC-FIM
                 ELSE
                    MOVE NOME OF REGPACI TO W-NOMEPAC.
           ADD 1 TO W-QTDPAC
           PERFORM ULT-PRESSAO THRU ULT-PRESSAO-FIM
           PERFORM ULT-EXAMES THRU ULT-EXAMES-FIM
           PERFORM ULT-CONSULTA THRU ULT-CONSULTA-FIM
      ***** HAS: CONTROLADO COM A ULTIMA PA DENTRO DA META **********
           MOVE 0 TO W-HASOK
           MOVE "----" TO W-FLAGPA
           IF W-PAULT NOT = 0
              IF W-PAOK = 1
                 IF W-PASIS < W-PAMAXSIS AND W-PADIA < W-PAMAXDIA
                    MOVE "META" TO W-FLAGPA
                    MOVE 1 TO W-HASOK
                 ELSE
                    MOVE "FORA" TO W-FLAGPA
              ELSE
                 MOVE "ILEG" TO W-FLAGPA.
      ***** DM: PELA HBA1C; SEM HBA1C, PELA GLICEMIA ****************
           MOVE 0 TO W-DMOK
           MOVE "----" TO W-FLAGHBA
           MOVE "----" TO W-FLAGGLI
           IF W-HBAULT NOT = 0
              IF W-HBAVAL NOT > W-HBAMAX
                 MOVE "META" TO W-FLAGHBA
              ELSE
                 MOVE "FORA" TO W-FLAGHBA.
           IF W-GLIULT NOT = 0
              IF W-GLIVAL NOT > W-GLICMAX
                 MOVE "META" TO W-FLAGGLI
              ELSE
                 MOVE "FORA" TO W-FLAGGLI.
           IF W-HBAULT NOT = 0
              IF W-FLAGHBA = "META"
                 MOVE 1 TO W-DMOK
              ELSE
                 NEXT SENTENCE
           ELSE
              IF W-FLAGGLI = "META"
                 MOVE 1 TO W-DMOK.
           PERFORM ACUMULA THRU ACUMULA-FIM
           PERFORM GRAVA-PAC THRU GRAVA-PAC-FIM.
       PROCESSA-PAC-FIM.
           EXIT.

      ***** ULTIMA PRESSAO ATE O FIM DO MES (DATA E HORA) ***********
       ULT-PRESSAO.
           MOVE ZEROS TO W-PAULT W-PADATA W-PASIS W-PADIA W-PAOK
           MOVE SPACES TO W-PATXT
           IF W-HASVIT = 0
              GO TO ULT-PRESSAO-FIM.
           MOVE W-CPFATU TO CPFVI
           MOVE ZEROS TO DATAVI HORAVI
           START CADVITAL KEY IS NOT LESS KEYVITAL INVALID KEY
              GO TO ULT-PRESSAO-FIM.
       ULT-PRESSAO-LER.
           READ CADVITAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULT-PRESSAO-CONV.
           IF CPFVI NOT = W-CPFATU
              GO TO ULT-PRESSAO-CONV.
           IF SITUACAOVI = "I" OR PRESSAOVI = SPACES
              GO TO ULT-PRESSAO-LER.
           MOVE DIAVI TO W-DSDIA
           MOVE MESVI TO W-DSMES
           MOVE ANOVI TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER > W-FIMSER
              GO TO ULT-PRESSAO-LER.
           COMPUTE W-CHAVE = W-DSSER * 10000 + HORAVI
           IF W-CHAVE > W-PAULT
              MOVE W-CHAVE   TO W-PAULT
              MOVE DATAVI    TO W-PADATA
              MOVE PRESSAOVI TO W-PATXT.
           GO TO ULT-PRESSAO-LER.
      ***** PRESSAO DIGITADA COMO 120X080 (ACEITA TAMBEM 120/80) ****
       ULT-PRESSAO-CONV.
           IF W-PAULT = 0
              GO TO ULT-PRESSAO-FIM.
           MOVE SPACES TO W-PASPART W-PADPART
           UNSTRING W-PATXT DELIMITED BY "X" OR "x" OR "/"
              INTO W-PASPART W-PADPART
           MOVE W-PASPART TO W-NTXT
           PERFORM EXTRAI-VALOR THRU EXTRAI-VALOR-FIM
           IF W-NACHOU = 0
              GO TO ULT-PRESSAO-FIM.
           MOVE W-NINT TO W-PASIS
           MOVE W-PADPART TO W-NTXT
           PERFORM EXTRAI-VALOR THRU EXTRAI-VALOR-FIM
           IF W-NACHOU = 0
              GO TO ULT-PRESSAO-FIM.
           MOVE W-NINT TO W-PADIA
           MOVE 1 TO W-PAOK.
       ULT-PRESSAO-FIM.
           EXIT.

      ***** ULTIMO RESULTADO DE HBA1C E DE GLICEMIA ATE O FIM DO ****
      ***** MES; O VALOR E O PRIMEIRO NUMERO DO TEXTO DO RESULTADO **
       ULT-EXAMES.
           MOVE ZEROS TO W-HBAULT W-HBAVAL W-HBADATA
           MOVE ZEROS TO W-GLIULT W-GLIVAL W-GLIDATA
           IF W-HASEXA = 0
              GO TO ULT-EXAMES-FIM.
           MOVE W-CPFATU TO CPFE
           MOVE ZEROS TO DATAE SEQE ITEME
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
              GO TO ULT-EXAMES-FIM.
       ULT-EXAMES-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULT-EXAMES-FIM.
           IF CPFE NOT = W-CPFATU
              GO TO ULT-EXAMES-FIM.
           IF STATUSEXAME NOT = "R"
              GO TO ULT-EXAMES-LER.
           IF CODEXAME NOT = W-CODHBAF AND CODEXAME NOT = W-CODGLIF
              GO TO ULT-EXAMES-LER.
           IF DATARESULT = 0
              MOVE DIAE TO W-DSDIA
              MOVE MESE TO W-DSMES
              MOVE ANOE TO W-DSANO
           ELSE
              MOVE DIARES TO W-DSDIA
              MOVE MESRES TO W-DSMES
              MOVE ANORES TO W-DSANO.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER > W-FIMSER
              GO TO ULT-EXAMES-LER.
           MOVE RESULTEXAME TO W-NTXT
           PERFORM EXTRAI-VALOR THRU EXTRAI-VALOR-FIM
           IF W-NACHOU = 0
              GO TO ULT-EXAMES-LER.
           IF CODEXAME = W-CODHBAF AND W-DSSER NOT < W-HBAULT
              MOVE W-DSSER TO W-HBAULT
              MOVE W-NVAL  TO W-HBAVAL
              MOVE W-DSDIA TO W-HBADATA (1:2)
              MOVE W-DSMES TO W-HBADATA (3:2)
              MOVE W-DSANO TO W-HBADATA (5:4).
           IF CODEXAME = W-CODGLIF AND W-DSSER NOT < W-GLIULT
              MOVE W-DSSER TO W-GLIULT
              MOVE W-NVAL  TO W-GLIVAL
              MOVE W-DSDIA TO W-GLIDATA (1:2)
              MOVE W-DSMES TO W-GLIDATA (3:2)
              MOVE W-DSANO TO W-GLIDATA (5:4).
           GO TO ULT-EXAMES-LER.
       ULT-EXAMES-FIM.
           EXIT.

      ***** ULTIMA CONSULTA ATE O FIM DO MES: DEFINE O MEDICO E A ***
      ***** UNIDADE RESPONSAVEIS PELO PACIENTE NO PAINEL *************
       ULT-CONSULTA.
           MOVE ZEROS TO W-CONULT W-CONDATA W-CONCRM W-CONUNID
           MOVE W-CPFATU TO CPFC
           MOVE ZEROS TO DATACON1 SEQCON
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO ULT-CONSULTA-FIM.
       ULT-CONSULTA-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULT-CONSULTA-FIM.
           IF CPFC NOT = W-CPFATU
              GO TO ULT-CONSULTA-FIM.
           IF STATUSCONS = "C" OR STATUSCONS = "F"
              OR STATUSCONS = "W"
              GO TO ULT-CONSULTA-LER.
           MOVE DIACON1 TO W-DSDIA
           MOVE MESCON1 TO W-DSMES
           MOVE ANOCON1 TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER > W-FIMSER
              GO TO ULT-CONSULTA-LER.
           IF W-DSSER NOT < W-CONULT
              MOVE W-DSSER   TO W-CONULT
              MOVE DATACON1  TO W-CONDATA
              MOVE CODMEDICO TO W-CONCRM
              MOVE UNIDCONS  TO W-CONUNID.
           GO TO ULT-CONSULTA-LER.
       ULT-CONSULTA-FIM.
           EXIT.

      ***** PRIMEIRO NUMERO DE W-NTXT (INTEIRO E UMA CASA DECIMAL) **
       EXTRAI-VALOR.
           MOVE ZEROS TO W-NVAL W-NINT W-NDEC W-NACHOU
           MOVE 1 TO W-NPOS.
       EXTRAI-VALOR-BUSCA.
           IF W-NPOS > 40
              GO TO EXTRAI-VALOR-FIM.
           MOVE W-NTXT (W-NPOS:1) TO W-NCHAR
           IF W-NCHAR IS NUMERIC
              GO TO EXTRAI-VALOR-INT.
           ADD 1 TO W-NPOS
           GO TO EXTRAI-VALOR-BUSCA.
       EXTRAI-VALOR-INT.
           MOVE 1 TO W-NACHOU
           IF W-NINT < 1000
              COMPUTE W-NINT = W-NINT * 10 + W-NDIG.
           ADD 1 TO W-NPOS
           IF W-NPOS > 40
              GO TO EXTRAI-VALOR-MONTA.
           MOVE W-NTXT (W-NPOS:1) TO W-NCHAR
           IF W-NCHAR IS NUMERIC
              GO TO EXTRAI-VALOR-INT.
           IF W-NCHAR NOT = "," AND W-NCHAR NOT = "."
              GO TO EXTRAI-VALOR-MONTA.
           IF W-NPOS > 39
              GO TO EXTRAI-VALOR-MONTA.
           MOVE W-NTXT (W-NPOS + 1:1) TO W-NCHAR
           IF W-NCHAR IS NUMERIC
              MOVE W-NDIG TO W-NDEC.
       EXTRAI-VALOR-MONTA.
           COMPUTE W-NVAL = W-NINT + W-NDEC / 10.
       EXTRAI-VALOR-FIM.
           EXIT.

      ***** ACUMULA NO MEDICO E NA UNIDADE DA ULTIMA CONSULTA *******
       ACUMULA.
           IF W-TEMHAS = 1
              ADD 1 TO W-QTDHAS
              ADD W-HASOK TO W-QTDHASOK.
           IF W-TEMDM = 1
              ADD 1 TO W-QTDDM
              ADD W-DMOK TO W-QTDDMOK.
           COMPUTE IUN = W-CONUNID + 1
           IF W-TEMHAS = 1
              ADD 1 TO TBU-HAS (IUN)
              ADD W-HASOK TO TBU-HASOK (IUN).
           IF W-TEMDM = 1
              ADD 1 TO TBU-DM (IUN)
              ADD W-DMOK TO TBU-DMOK (IUN).
           MOVE 1 TO IMD.
       ACUMULA-BUSCA.
           IF IMD > W-QTDMED
              GO TO ACUMULA-NOVO.
           IF TBM-CRM (IMD) = W-CONCRM
              GO TO ACUMULA-MED.
           ADD 1 TO IMD
           GO TO ACUMULA-BUSCA.
       ACUMULA-NOVO.
           IF W-QTDMED NOT < 300
              GO TO ACUMULA-FIM.
           ADD 1 TO W-QTDMED
           MOVE W-QTDMED TO IMD
           MOVE W-CONCRM TO TBM-CRM (IMD).
       ACUMULA-MED.
           IF W-TEMHAS = 1
              ADD 1 TO TBM-HAS (IMD)
              ADD W-HASOK TO TBM-HASOK (IMD).
           IF W-TEMDM = 1
              ADD 1 TO TBM-DM (IMD)
              ADD W-DMOK TO TBM-DMOK (IMD).
       ACUMULA-FIM.
           EXIT.

      ***** DUAS LINHAS POR PACIENTE *********************************
       GRAVA-PAC.
           MOVE SPACES TO W-TXTCOND
           IF W-TEMHAS = 1 AND W-TEMDM = 1
              MOVE "HAS+DM" TO W-TXTCOND
           ELSE
              IF W-TEMHAS = 1
                 MOVE "HAS" TO W-TXTCOND
              ELSE
                 MOVE "DM" TO W-TXTCOND.
           MOVE "SEM CONSULTA" TO W-TXTCON
           IF W-CONULT NOT = 0
              COMPUTE W-DIASCON = W-FIMSER - W-CONULT
              MOVE W-DIASCON TO W-DIASED
              MOVE SPACES TO W-TXTCON
              STRING "ULT.CONS " W-CONDATA (1:2) "/" W-CONDATA (3:2)
                     "/" W-CONDATA (5:4) W-DIASED "D"
                     DELIMITED BY SIZE INTO W-TXTCON.
           MOVE "CONTROLADO" TO W-TXTCTRL
           IF (W-TEMHAS = 1 AND W-HASOK = 0) OR
              (W-TEMDM = 1 AND W-DMOK = 0)
              MOVE "NAO CONTROLADO" TO W-TXTCTRL.
           MOVE SPACES TO REGCRONITX
           WRITE REGCRONITX
           MOVE W-CPFATU TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGCRONITX
           STRING W-MSCCPF " " W-NOMEPAC " " W-TXTCOND " " W-TXTCON
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX
           MOVE SPACES TO W-DTED W-DTED2 W-DTED3
           IF W-PADATA NOT = 0
              STRING W-PADATA (1:2) "/" W-PADATA (3:2) "/"
                     W-PADATA (5:4) DELIMITED BY SIZE INTO W-DTED.
           IF W-HBADATA NOT = 0
              STRING W-HBADATA (1:2) "/" W-HBADATA (3:2) "/"
                     W-HBADATA (5:4) DELIMITED BY SIZE INTO W-DTED2.
           IF W-GLIDATA NOT = 0
              STRING W-GLIDATA (1:2) "/" W-GLIDATA (3:2) "/"
                     W-GLIDATA (5:4) DELIMITED BY SIZE INTO W-DTED3.
           MOVE W-HBAVAL TO W-HBAED
           MOVE W-GLIVAL TO W-GLIED
           MOVE SPACES TO REGCRONITX
           STRING "  PA " W-PATXT " " W-DTED " " W-FLAGPA
                  "  HBA1C " W-HBAED " " W-DTED2 " " W-FLAGHBA
                  "  GLIC " W-GLIED " " W-DTED3 " " W-FLAGGLI
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX
           MOVE SPACES TO REGCRONITX
           STRING "  SITUACAO: " W-TXTCTRL
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX.
       GRAVA-PAC-FIM.
           EXIT.

      ***** TAXAS DE CONTROLE: GERAL, POR MEDICO E POR UNIDADE ******
       MONTA-RESUMO.
           MOVE SPACES TO REGCRONITX
           WRITE REGCRONITX
           MOVE ALL "=" TO REGCRONITX
           WRITE REGCRONITX
           MOVE W-QTDPAC TO W-QTDED
           MOVE SPACES TO REGCRONITX
           STRING "PACIENTES CRONICOS AVALIADOS: " W-QTDED
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX
           MOVE W-QTDHAS   TO W-QTDED
           MOVE W-QTDHASOK TO W-QTD2ED
           MOVE W-QTDDM    TO W-QTD3ED
           MOVE W-QTDDMOK  TO W-QTD4ED
           MOVE ZEROS TO W-PERC
           IF W-QTDHAS > 0
              COMPUTE W-PERC ROUNDED = W-QTDHASOK * 100 / W-QTDHAS.
           MOVE W-PERC TO W-PERCED
           MOVE ZEROS TO W-PERC
           IF W-QTDDM > 0
              COMPUTE W-PERC ROUNDED = W-QTDDMOK * 100 / W-QTDDM.
           MOVE W-PERC TO W-PERC2ED
           MOVE SPACES TO REGCRONITX
           STRING "GERAL   HAS " W-QTDED " CONTROL " W-QTD2ED
                  " (" W-PERCED "%)   DM " W-QTD3ED " CONTROL "
                  W-QTD4ED " (" W-PERC2ED "%)"
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX
           MOVE SPACES TO REGCRONITX
           WRITE REGCRONITX
           MOVE "TAXA DE CONTROLE POR MEDICO (ULTIMA CONSULTA)"
             TO REGCRONITX
           WRITE REGCRONITX
           MOVE 1 TO IMD.
       RESUMO-MED.
           IF IMD > W-QTDMED
              GO TO RESUMO-UNI0.
           MOVE "SEM CONSULTA NO PERIODO" TO W-NOMEMED
           IF TBM-CRM (IMD) NOT = 0
              MOVE SPACES TO W-NOMEMED
              IF W-HASMED = 1
                 MOVE TBM-CRM (IMD) TO CRM
                 READ CADMED
                 IF ST-ERRO = "00"
                    MOVE NOMEM TO W-NOMEMED.
           MOVE TBM-HAS (IMD)   TO W-QTDED
           MOVE TBM-HASOK (IMD) TO W-QTD2ED
           MOVE TBM-DM (IMD)    TO W-QTD3ED
           MOVE TBM-DMOK (IMD)  TO W-QTD4ED
           MOVE ZEROS TO W-PERC
           IF TBM-HAS (IMD) > 0
              COMPUTE W-PERC ROUNDED =
                      TBM-HASOK (IMD) * 100 / TBM-HAS (IMD).
           MOVE W-PERC TO W-PERCED
           MOVE ZEROS TO W-PERC
           IF TBM-DM (IMD) > 0
              COMPUTE W-PERC ROUNDED =
                      TBM-DMOK (IMD) * 100 / TBM-DM (IMD).
           MOVE W-PERC TO W-PERC2ED
           MOVE SPACES TO REGCRONITX
           STRING TBM-CRM (IMD) " " W-NOMEMED (1:22)
                  " HAS " W-QTDED "/" W-QTD2ED " " W-PERCED "%"
                  "  DM " W-QTD3ED "/" W-QTD4ED " " W-PERC2ED "%"
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX
           ADD 1 TO IMD
           GO TO RESUMO-MED.
       RESUMO-UNI0.
           MOVE SPACES TO REGCRONITX
           WRITE REGCRONITX
           MOVE "TAXA DE CONTROLE POR UNIDADE (UNIDCONS)"
             TO REGCRONITX
           WRITE REGCRONITX
           MOVE 1 TO IUN.
       RESUMO-UNI.
           IF IUN > 100
              GO TO FECHA-RELAT.
           IF TBU-HAS (IUN) = 0 AND TBU-DM (IUN) = 0
              GO TO RESUMO-UNI-PROX.
           COMPUTE W-UNIDED = IUN - 1
           MOVE TBU-HAS (IUN)   TO W-QTDED
           MOVE TBU-HASOK (IUN) TO W-QTD2ED
           MOVE TBU-DM (IUN)    TO W-QTD3ED
           MOVE TBU-DMOK (IUN)  TO W-QTD4ED
           MOVE ZEROS TO W-PERC
           IF TBU-HAS (IUN) > 0
              COMPUTE W-PERC ROUNDED =
                      TBU-HASOK (IUN) * 100 / TBU-HAS (IUN).
           MOVE W-PERC TO W-PERCED
           MOVE ZEROS TO W-PERC
           IF TBU-DM (IUN) > 0
              COMPUTE W-PERC ROUNDED =
                      TBU-DMOK (IUN) * 100 / TBU-DM (IUN).
           MOVE W-PERC TO W-PERC2ED
           MOVE SPACES TO REGCRONITX
           STRING "UNIDADE " W-UNIDED
                  "   HAS " W-QTDED "/" W-QTD2ED " " W-PERCED "%"
                  "  DM " W-QTD3ED "/" W-QTD4ED " " W-PERC2ED "%"
                  DELIMITED BY SIZE INTO REGCRONITX
           WRITE REGCRONITX.
       RESUMO-UNI-PROX.
           ADD 1 TO IUN
           GO TO RESUMO-UNI.

      ***** METAS DE CONTROLE (OPCIONAIS NO CADPARAM) ***************
       LER-PARAM.
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE "PAMAXSIS" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-PAMAXSIS.
           MOVE "PAMAXDIA" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-PAMAXDIA.
           MOVE "GLICMAX" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-GLICMAX.
           MOVE "HBA1CMAX" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF SITUACAOPA NOT = "I" AND VALORPAR > 0
                 MOVE VALORPAR TO W-PARVAL
                 COMPUTE W-HBAMAX = W-PARVAL / 10.
           CLOSE CADPARAM.
       LER-PARAM-FIM.
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

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           CLOSE CRONITX
           MOVE "SMPRCRO" TO W-PROGCAT
           MOVE "CRONITX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "REF " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO CRONITX.TXT GERADO COM SUCESSO ***"
                                                            TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim4.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CRONITX.
       RotinaFim4.
           CLOSE CADALERG CADCONSU.
           IF W-HASVIT = 1
              CLOSE CADVITAL.
           IF W-HASEXA = 1
              CLOSE CADEXAME.
           IF W-HASPAC = 1
              CLOSE CADPACI.
           IF W-HASMED = 1
              CLOSE CADMED.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

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
           MOVE SPACES TO W-ARQ-CADALERG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALERG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALERG
           MOVE SPACES TO W-ARQ-CADVITAL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVITAL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVITAL
           MOVE SPACES TO W-ARQ-CADEXAME
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEXAME.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEXAME
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CRONITX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CRONITX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-CRONITX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
