       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRORC.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CONVERSAO DOS ORCAMENTOS PARTICULARES DO MES:   *
      * EMITIDOS, ACEITOS, RECUSADOS, VENCIDOS E EM     *
      * ABERTO, COM O VALOR ORCADO, O ACEITO E O JA     *
      * AGENDADO (ITENS LIGADOS A CONSULTAS) E AS TAXAS *
      * DE ACEITE E DE CONVERSAO (ORCCONTX.TXT)         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFOR WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT ORCCONTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** ORCAMENTOS DE PROCEDIMENTOS DO PACIENTE PARTICULAR.
      ***** SITOR: E=EMITIDO A=ACEITO R=RECUSADO C=CONVERTIDO (TODOS
      ***** OS ITENS JA AGENDADOS NO SMP006). DATAS EM AAAAMMDD.
      ***** DESCOR = DESCONTO EM %, LIBERADO PELO SUPERVISOR SUPOR.
      ***** KEYCONSOI = CONSULTA QUE USOU O ITEM (ZEROS = A AGENDAR)
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADORCAM.
       01 REGORCAM.
          03 NUMORC           PIC 9(06).
          03 CPFOR            PIC 9(11).
          03 DATAOR           PIC 9(08).
          03 VALIDOR          PIC 9(08).
          03 SITOR            PIC X(01).
          03 DATASITOR        PIC 9(08).
          03 OPEROR           PIC 9(04).
          03 SUPOR            PIC 9(04).
          03 DESCOR           PIC 9(02)V99.
          03 VALBRUOR         PIC 9(07)V99.
          03 VALLIQOR         PIC 9(07)V99.
          03 QTDITOR          PIC 9(02).
          03 ITEMOR OCCURS 10 TIMES.
             05 CODPROCOI     PIC 9(04).
             05 VALTABOI      PIC 9(06)V99.
             05 VALOROI       PIC 9(06)V99.
             05 KEYCONSOI     PIC X(21).
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
       FD ORCCONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ORCCONTX.
       01 REGORCCONTX       PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADORCAM PIC X(64) VALUE
          "CADORCAM.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-ORCCONTX PIC X(64) VALUE
          "ORCCONTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-MESANO.
          03 W-MAMES    PIC 9(02).
          03 W-MAANO    PIC 9(04).
       01 W-MESANO-N  REDEFINES W-MESANO PIC 9(06).
       01 W-HOJE-N    PIC 9(08) VALUE ZEROS.
       01 W-DATAOR.
          03 W-ORANO    PIC 9(04).
          03 W-ORMES    PIC 9(02).
          03 W-ORDIA    PIC 9(02).
       01 W-DATAOR-N  REDEFINES W-DATAOR PIC 9(08).
       01 W-HASPAC    PIC 9(01) VALUE ZEROS.
       01 W-I         PIC 9(02) VALUE ZEROS.
       01 W-AGEND     PIC 9(02) VALUE ZEROS.
       01 W-VALAGE    PIC 9(07)V99 VALUE ZEROS.
       01 W-NOME      PIC X(30) VALUE SPACES.
       01 W-SITTXT    PIC X(10) VALUE SPACES.
       01 W-TOTEMI    PIC 9(05) VALUE ZEROS.
       01 W-TOTACE    PIC 9(05) VALUE ZEROS.
       01 W-TOTCONV   PIC 9(05) VALUE ZEROS.
       01 W-TOTREC    PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC   PIC 9(05) VALUE ZEROS.
       01 W-TOTABE    PIC 9(05) VALUE ZEROS.
       01 W-VALEMI    PIC 9(09)V99 VALUE ZEROS.
       01 W-VALACE    PIC 9(09)V99 VALUE ZEROS.
       01 W-VALCONV   PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-E     PIC ZZZ.ZZ9,99.
       01 W-VAL2-E    PIC ZZZ.ZZ9,99.
       01 W-TOT-E     PIC ZZ.ZZZ.ZZ9,99.
       01 W-QTD-E     PIC ZZZZ9.
       01 W-PCT       PIC 9(03)V99 VALUE ZEROS.
       01 W-PCT-E     PIC ZZ9,99.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 03  COLUMN 01
               VALUE  "  *** CONVERSAO DOS ORCAMENTOS".
           05  LINE 03  COLUMN 31
               VALUE  " PARTICULARES ***".
           05  LINE 05  COLUMN 01
               VALUE  "  ORCAMENTOS EMITIDOS NO MES, COM A SITUACAO".
           05  LINE 06  COLUMN 01
               VALUE  "  ATUAL DE CADA UM (ORCCONTX.TXT).".
           05  LINE 09  COLUMN 01
               VALUE  "  MES/ANO DE EMISSAO (MMAAAA): ".
           05  TW-MESANO
               LINE 09  COLUMN 33  PIC 99.9999
               USING  W-MESANO-N
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
           MOVE ZEROS TO W-MESANO-N
           DISPLAY TELAFILTRO.

       INC-MES.
           ACCEPT TW-MESANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-MAMES < 1 OR W-MAMES > 12 OR W-MAANO < 2000
              MOVE "*** MES/ANO INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-MES.

       INC-OP1.
           OPEN INPUT CADORCAM
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADORCAM NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.
           OPEN OUTPUT ORCCONTX
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE ZEROS TO W-TOTEMI W-TOTACE W-TOTCONV W-TOTREC
                         W-TOTVENC W-TOTABE W-VALEMI W-VALACE
                         W-VALCONV
           MOVE SPACES TO REGORCCONTX
           STRING "CONVERSAO DOS ORCAMENTOS PARTICULARES EMITIDOS EM "
                  W-MAMES "/" W-MAANO
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE ALL "-" TO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE SPACES TO REGORCCONTX
           STRING "NUMERO EMISSAO  PACIENTE                      "
                  "SITUACAO      ORCADO  ITENS AGEND   AGENDADO"
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE ZEROS TO NUMORC
           START CADORCAM KEY IS NOT LESS NUMORC INVALID KEY
              GO TO TOTAIS.

      ***** CADA ORCAMENTO EMITIDO NO MES, NA SITUACAO DE HOJE *******
       LER-ORC.
           READ CADORCAM NEXT
           IF ST-ERRO NOT = "00"
              GO TO TOTAIS.
           MOVE DATAOR TO W-DATAOR-N
           IF W-ORANO NOT = W-MAANO OR W-ORMES NOT = W-MAMES
              GO TO LER-ORC.
           ADD 1 TO W-TOTEMI
           ADD VALLIQOR TO W-VALEMI
           MOVE ZEROS TO W-AGEND W-VALAGE
           MOVE 1 TO W-I.
       LER-ORC-IT.
           IF W-I > QTDITOR
              GO TO LER-ORC-SIT.
           IF KEYCONSOI (W-I) NOT = ZEROS
              ADD 1 TO W-AGEND
              ADD VALOROI (W-I) TO W-VALAGE.
           ADD 1 TO W-I
           GO TO LER-ORC-IT.
       LER-ORC-SIT.
           MOVE SPACES TO W-SITTXT
           IF SITOR = "A" OR SITOR = "C"
              ADD 1 TO W-TOTACE
              ADD VALLIQOR TO W-VALACE
              MOVE "ACEITO" TO W-SITTXT.
           IF SITOR = "C"
              MOVE "CONVERTIDO" TO W-SITTXT.
           IF W-AGEND > 0
              ADD 1 TO W-TOTCONV
              ADD W-VALAGE TO W-VALCONV.
           IF SITOR = "R"
              ADD 1 TO W-TOTREC
              MOVE "RECUSADO" TO W-SITTXT.
           IF SITOR = "E"
              IF W-HOJE-N > VALIDOR
                 ADD 1 TO W-TOTVENC
                 MOVE "VENCIDO" TO W-SITTXT
              ELSE
                 ADD 1 TO W-TOTABE
                 MOVE "EM ABERTO" TO W-SITTXT.
           MOVE SPACES TO W-NOME
           IF W-HASPAC = 1
              MOVE CPFOR TO CPF
              READ CADPACI
              IF ST-ERRO = "00"
                 MOVE NOME TO W-NOME.
           MOVE VALLIQOR TO W-VAL-E
           MOVE W-VALAGE TO W-VAL2-E
           MOVE SPACES TO REGORCCONTX
           STRING NUMORC " " W-ORDIA "/" W-ORMES "  " W-NOME "  "
                  W-SITTXT " " W-VAL-E "  " QTDITOR "/" W-AGEND
                  "    " W-VAL2-E
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX
           GO TO LER-ORC.

      ***** TOTAIS DO MES E TAXAS DE ACEITE E CONVERSAO **************
       TOTAIS.
           MOVE SPACES TO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE W-TOTEMI TO W-QTD-E
           MOVE W-VALEMI TO W-TOT-E
           MOVE SPACES TO REGORCCONTX
           STRING "ORCAMENTOS EMITIDOS ......: " W-QTD-E
                  "   VALOR ORCADO ...: " W-TOT-E
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE W-TOTACE TO W-QTD-E
           MOVE W-VALACE TO W-TOT-E
           MOVE SPACES TO REGORCCONTX
           STRING "ACEITOS ..................: " W-QTD-E
                  "   VALOR ACEITO ...: " W-TOT-E
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE W-TOTCONV TO W-QTD-E
           MOVE W-VALCONV TO W-TOT-E
           MOVE SPACES TO REGORCCONTX
           STRING "COM ITENS AGENDADOS ......: " W-QTD-E
                  "   VALOR AGENDADO .: " W-TOT-E
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE W-TOTREC TO W-QTD-E
           MOVE SPACES TO REGORCCONTX
           STRING "RECUSADOS ................: " W-QTD-E
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE W-TOTVENC TO W-QTD-E
           MOVE SPACES TO REGORCCONTX
           STRING "VENCIDOS SEM RESPOSTA ....: " W-QTD-E
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE W-TOTABE TO W-QTD-E
           MOVE SPACES TO REGORCCONTX
           STRING "EM ABERTO (NO PRAZO) .....: " W-QTD-E
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE ZEROS TO W-PCT
           IF W-TOTEMI > 0
              COMPUTE W-PCT ROUNDED = W-TOTACE * 100 / W-TOTEMI.
           MOVE W-PCT TO W-PCT-E
           MOVE SPACES TO REGORCCONTX
           STRING "TAXA DE ACEITE ...........: " W-PCT-E " %"
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           MOVE ZEROS TO W-PCT
           IF W-TOTEMI > 0
              COMPUTE W-PCT ROUNDED = W-TOTCONV * 100 / W-TOTEMI.
           MOVE W-PCT TO W-PCT-E
           MOVE SPACES TO REGORCCONTX
           STRING "TAXA DE CONVERSAO ........: " W-PCT-E " %"
                  DELIMITED BY SIZE INTO REGORCCONTX
           WRITE REGORCCONTX.
           CLOSE ORCCONTX
           MOVE "ORCCONTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MES " W-MAMES "/" W-MAANO
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE SPACES TO MENS
           STRING "*** " W-TOTEMI " ORCAMENTO(S), VEJA ORCCONTX ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

       CATALOGA.
           MOVE "SMPRORC" TO W-PROGCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
           EXIT.

       RotinaFim.
           CLOSE CADORCAM.
           IF W-HASPAC = 1
              CLOSE CADPACI.
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
           MOVE SPACES TO W-ARQ-CADORCAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADORCAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADORCAM
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-ORCCONTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ORCCONTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ORCCONTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
