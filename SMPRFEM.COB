       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRFEM.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * FATURA MENSAL DAS EMPRESAS CLIENTES: EXAMES     *
      * OCUPACIONAIS COM ASO EMITIDO NO MES, AINDA NAO  *
      * FATURADOS, AGRUPADOS POR EMPRESA (CADFATEM).    *
      * A NFS-E DA FATURA SAI PELO SMPRNFS (SERIE EMP)  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOEMP
                                       WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADFATEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATEM
                    FILE STATUS  IS ST-ERRO.

       SELECT FATEMTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONOC.
       01 REGCONOC.
          03 KEYCONOC.
             05 CPFOC         PIC 9(11).
             05 DATAOC.
                07 DIAOC      PIC 9(02).
                07 MESOC      PIC 9(02).
                07 ANOOC      PIC 9(04).
             05 SEQOC         PIC 9(02).
          03 CODEMPOC         PIC 9(04).
          03 TIPOASOOC        PIC X(01).
          03 VALOROC          PIC 9(06)V99.
          03 NUMASOOC         PIC 9(06).
          03 RESULTOC         PIC X(01).
          03 OBSASOOC         PIC X(40).
          03 DATAASOOC        PIC 9(08).
          03 CRMASOOC         PIC 9(06).
          03 NUMFATOC         PIC 9(06).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEMPR.
       01 REGEMPR.
          03 CODEMP           PIC 9(04).
          03 RAZAOEMP         PIC X(40).
          03 CNPJEMP          PIC 9(14).
          03 CONTRATOEMP      PIC X(15).
          03 VIGEMP.
             05 DIAVEMP       PIC 9(02).
             05 MESVEMP       PIC 9(02).
             05 ANOVEMP       PIC 9(04).
          03 PRECOADM         PIC 9(06)V99.
          03 PRECOPER         PIC 9(06)V99.
          03 PRECODEM         PIC 9(06)V99.
          03 PRECORET         PIC 9(06)V99.
          03 PRECOMUD         PIC 9(06)V99.
          03 CONTATOEMP       PIC X(30).
          03 TELEMP           PIC 9(11).
          03 EMAILEMP         PIC X(30).
          03 SITEMP           PIC X(01).
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
      ***** FATURA DA EMPRESA: STATUSFE A=ABERTA P=PAGA X=CANCELADA
       FD CADFATEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATEM.
       01 REGFATEM.
          03 NUMFATEM         PIC 9(06).
          03 CODEMPFE         PIC 9(04).
          03 CNPJFE           PIC 9(14).
          03 MESFE            PIC 9(02).
          03 ANOFE            PIC 9(04).
          03 QTDFE            PIC 9(05).
          03 VALORFE          PIC 9(08)V99.
          03 VALORRECFE       PIC 9(08)V99.
          03 STATUSFE         PIC X(01).
          03 DATAGERFE        PIC 9(08).
      *
       FD FATEMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-FATEMTX.
       01 REGFATEMTX          PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADEMPR PIC X(64) VALUE
          "CADEMPR.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADFATEM PIC X(64) VALUE
          "CADFATEM.DAT".
       01 W-ARQ-FATEMTX PIC X(64) VALUE
          "FATEMTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
       01 W-MESF      PIC 9(02) VALUE ZEROS.
       01 W-ANOF      PIC 9(04) VALUE ZEROS.
       01 W-HASPAC    PIC 9(01) VALUE ZEROS.
       01 W-PROXNUM   PIC 9(06) VALUE ZEROS.
       01 W-NUMNOVA   PIC 9(06) VALUE ZEROS.
       01 W-DATAGERA  PIC 9(08) VALUE ZEROS.
       01 W-QTDEMP    PIC 9(05) VALUE ZEROS.
       01 W-VALEMP    PIC 9(08)V99 VALUE ZEROS.
       01 W-PENDEMP   PIC 9(05) VALUE ZEROS.
       01 W-QTDFAT    PIC 9(04) VALUE ZEROS.
       01 W-TOTGERAL  PIC 9(06) VALUE ZEROS.
       01 W-TOTVALGER PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTPEND   PIC 9(06) VALUE ZEROS.
       01 TXTTIPO     PIC X(12) VALUE SPACES.
       01 W-VALED     PIC ZZ.ZZZ.ZZ9,99.
       01 W-LINHADET.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 W-LD-DATA      PIC 99/99/9999.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-CPF       PIC X(11).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-NOME      PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-TIPO      PIC X(12).
          03 FILLER         PIC X(06) VALUE " ASO: ".
          03 W-LD-ASO       PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-VALOR     PIC ZZZ.ZZ9,99.
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
               VALUE  "  *** FATURA MENSAL DAS EMPRESAS CLIENTES ***".
           05  LINE 06  COLUMN 01
               VALUE  "  MES  : ".
           05  LINE 07  COLUMN 01
               VALUE  "  ANO  : ".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DAS FATURAS (S/N) : ".
           05  TW-MESF
               LINE 06  COLUMN 10  PIC 9(02)
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 07  COLUMN 10  PIC 9(04)
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 41  PIC X(01)
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
      *
       INC-001.
           MOVE ZEROS TO W-MESF W-ANOF
           DISPLAY TELAFILTRO
           ACCEPT TW-MESF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MESF < 1 OR W-MESF > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-ANOF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** FATURAMENTO CANCELADO PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN I-O CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM EXAME OCUPACIONAL REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADEMPR NAO EXISTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCONOC
              GO TO RotinaFim2.
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.

      ***** REGISTRO DE FATURAS DAS EMPRESAS (CRIA NA PRIMEIRA VEZ) **
       ABRE-FATEM.
           OPEN I-O CADFATEM
           IF ST-ERRO = "30"
              OPEN OUTPUT CADFATEM
              CLOSE CADFATEM
              OPEN I-O CADFATEM.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO REGISTRO DE FATURAS" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

      ***** NUMERACAO PROPRIA DAS FATURAS DE EMPRESA ****************
           MOVE ZEROS TO W-PROXNUM NUMFATEM
           START CADFATEM KEY IS NOT LESS NUMFATEM INVALID KEY
              GO TO PROX-NUM-FIM.
       PROX-NUM.
           READ CADFATEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-NUM-FIM.
           IF NUMFATEM > W-PROXNUM
              MOVE NUMFATEM TO W-PROXNUM.
           GO TO PROX-NUM.
       PROX-NUM-FIM.
           ACCEPT W-DATAGERA FROM DATE YYYYMMDD

           OPEN OUTPUT FATEMTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FATEMTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           MOVE SPACES TO REGFATEMTX
           STRING "FATURA DAS EMPRESAS CLIENTES - MES: " W-MESF
                  "/" W-ANOF
                  DELIMITED BY SIZE INTO REGFATEMTX
           WRITE REGFATEMTX.
           MOVE ALL "-" TO REGFATEMTX
           WRITE REGFATEMTX.
           MOVE ZEROS TO W-QTDFAT W-TOTGERAL W-TOTVALGER W-TOTPEND.

      ***** UMA PASSADA NOS EXAMES OCUPACIONAIS PARA CADA EMPRESA ***
           MOVE ZEROS TO CODEMP
           START CADEMPR KEY IS NOT LESS CODEMP INVALID KEY
              GO TO FECHA-RELATORIO.
       LER-EMPR.
           READ CADEMPR NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-RELATORIO.
           MOVE ZEROS TO W-QTDEMP W-VALEMP W-PENDEMP
           COMPUTE W-NUMNOVA = W-PROXNUM + 1
           MOVE ZEROS TO KEYCONOC
           START CADCONOC KEY IS NOT LESS KEYCONOC INVALID KEY
              GO TO FECHA-EMPR.
       LER-EXAME.
           READ CADCONOC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA-EMPR.
           IF CODEMPOC NOT = CODEMP
              GO TO LER-EXAME.
           IF MESOC NOT = W-MESF OR ANOOC NOT = W-ANOF
              GO TO LER-EXAME.
           IF NUMFATOC NOT = 0
              GO TO LER-EXAME.
      ***** SO SE FATURA O EXAME REALIZADO (ASO EMITIDO) ***********
           IF NUMASOOC = 0
              ADD 1 TO W-PENDEMP
              GO TO LER-EXAME.
           IF W-QTDEMP = 0
              PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           MOVE W-NUMNOVA TO NUMFATOC
           PERFORM MARCA-EXAME THRU MARCA-EXAME-FIM
           ADD 1 TO W-QTDEMP
           ADD VALOROC TO W-VALEMP
           GO TO LER-EXAME.

       FECHA-EMPR.
           IF W-QTDEMP > 0
              PERFORM GRAVA-FATURA THRU GRAVA-FATURA-FIM.
           IF W-PENDEMP > 0
              MOVE SPACES TO REGFATEMTX
              STRING "  EMPRESA " CODEMP ": " W-PENDEMP
                     " EXAME(S) SEM ASO EMITIDO FICARAM FORA DA FATURA"
                     DELIMITED BY SIZE INTO REGFATEMTX
              WRITE REGFATEMTX
              ADD W-PENDEMP TO W-TOTPEND.
           GO TO LER-EMPR.

       FECHA-RELATORIO.
           MOVE SPACES TO REGFATEMTX
           WRITE REGFATEMTX.
           IF W-QTDFAT = 0
              MOVE SPACES TO REGFATEMTX
              STRING "NENHUM EXAME A FATURAR NO PERIODO"
                     DELIMITED BY SIZE INTO REGFATEMTX
              WRITE REGFATEMTX.
           MOVE W-TOTVALGER TO W-VALED
           MOVE SPACES TO REGFATEMTX
           STRING "FATURAS GERADAS: " W-QTDFAT
                  "  EXAMES: " W-TOTGERAL
                  "  VALOR TOTAL: " W-VALED
                  "  SEM ASO: " W-TOTPEND
                  DELIMITED BY SIZE INTO REGFATEMTX
           WRITE REGFATEMTX.
           MOVE "*** FATURAS GERADAS - VER FATEMTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.

      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
       FECHA-ARQFAT.
           CLOSE FATEMTX
           MOVE "SMPRFEM" TO W-PROGCAT
           MOVE "FATEMTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           GO TO RotinaFim.

       ABRE-GRUPO.
           MOVE SPACES TO REGFATEMTX
           WRITE REGFATEMTX.
           MOVE SPACES TO REGFATEMTX
           STRING "EMPRESA: " CODEMP "  " RAZAOEMP
                  "  CNPJ: " CNPJEMP "  CONTRATO: " CONTRATOEMP
                  DELIMITED BY SIZE INTO REGFATEMTX
           WRITE REGFATEMTX.
       ABRE-GRUPO-FIM.
           EXIT.

       GRAVA-LINHA.
           MOVE SPACES TO NOME
           IF W-HASPAC = 1
              MOVE CPFOC TO CPF
              READ CADPACI
              IF ST-ERRO NOT = "00"
                 MOVE "** PACIENTE NAO ENCONTRADO **" TO NOME.
           MOVE SPACES TO TXTTIPO
           IF TIPOASOOC = "A"
              MOVE "ADMISSIONAL" TO TXTTIPO.
           IF TIPOASOOC = "P"
              MOVE "PERIODICO" TO TXTTIPO.
           IF TIPOASOOC = "D"
              MOVE "DEMISSIONAL" TO TXTTIPO.
           IF TIPOASOOC = "R"
              MOVE "RETORNO" TO TXTTIPO.
           IF TIPOASOOC = "M"
              MOVE "MUD. FUNCAO" TO TXTTIPO.
           MOVE DATAOC   TO W-LD-DATA
           MOVE CPFOC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE W-MSCCPF TO W-LD-CPF
           MOVE NOME     TO W-LD-NOME
           MOVE TXTTIPO  TO W-LD-TIPO
           MOVE NUMASOOC TO W-LD-ASO
           MOVE VALOROC  TO W-LD-VALOR
           MOVE W-LINHADET TO REGFATEMTX
           WRITE REGFATEMTX.
       GRAVA-LINHA-FIM.
           EXIT.

      ***** O EXAME FATURADO GUARDA O NUMERO DA FATURA DA EMPRESA ***
       MARCA-EXAME.
           REWRITE REGCONOC
           IF ST-ERRO (1:1) = "9"
              GO TO MARCA-EXAME.
       MARCA-EXAME-FIM.
           EXIT.

      ***** REGISTRA A FATURA DA EMPRESA NO PERIODO *****************
       GRAVA-FATURA.
           MOVE W-NUMNOVA     TO NUMFATEM W-PROXNUM
           MOVE CODEMP        TO CODEMPFE
           MOVE CNPJEMP       TO CNPJFE
           MOVE W-MESF        TO MESFE
           MOVE W-ANOF        TO ANOFE
           MOVE W-QTDEMP      TO QTDFE
           MOVE W-VALEMP      TO VALORFE
           MOVE ZEROS         TO VALORRECFE
           MOVE "A"           TO STATUSFE
           MOVE W-DATAGERA    TO DATAGERFE
           WRITE REGFATEM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "*** ERRO AO REGISTRAR A FATURA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           MOVE W-VALEMP TO W-VALED
           MOVE SPACES TO REGFATEMTX
           STRING "  FATURA " W-NUMNOVA ": " W-QTDEMP " EXAME(S)"
                  "  VALOR: " W-VALED
                  DELIMITED BY SIZE INTO REGFATEMTX
           WRITE REGFATEMTX.
           ADD 1 TO W-QTDFAT
           ADD W-QTDEMP TO W-TOTGERAL
           ADD W-VALEMP TO W-TOTVALGER.
       GRAVA-FATURA-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONOC CADEMPR CADFATEM.
           IF W-HASPAC = 1
              CLOSE CADPACI.
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
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADEMPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEMPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEMPR
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADFATEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATEM
           MOVE SPACES TO W-ARQ-FATEMTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "FATEMTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-FATEMTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
