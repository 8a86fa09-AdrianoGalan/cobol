       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRPCT.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * RELATORIO DOS PACOTES DE SESSOES PRE-PAGOS:     *
      * PACOTES EM ABERTO COM O PASSIVO (SESSOES PAGAS  *
      * E AINDA NAO REALIZADAS), PACOTES A VENCER COM   *
      * SALDO E PACOTES VENCIDOS COM SESSOES NAO USADAS *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACOT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCT
                    FILE STATUS  IS ST-ERRO.

       SELECT PACOTTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** PACOTE DE SESSOES PRE-PAGO DO PACIENTE PARTICULAR
      ***** SITPK: A=ABERTO E=ESGOTADO (TODAS USADAS) C=CANCELADO
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACOT.
       01 REGPACOT.
          03 KEYPACOT.
             05 CPFPK         PIC 9(11).
             05 SEQPK         PIC 9(02).
          03 CODPROCPK        PIC 9(04).
          03 QTDCOMPK         PIC 9(03).
          03 QTDUSOPK         PIC 9(03).
          03 VALORPK          PIC 9(06)V99.
          03 DATACOMPK.
             05 DIACPK        PIC 9(02).
             05 MESCPK        PIC 9(02).
             05 ANOCPK        PIC 9(04).
          03 DATAVALPK.
             05 DIAVPK        PIC 9(02).
             05 MESVPK        PIC 9(02).
             05 ANOVPK        PIC 9(04).
          03 SITPK            PIC X(01).
          03 NUMRECPK         PIC 9(06).
          03 OPERPK           PIC 9(04).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROCT         PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD PACOTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-PACOTTX.
       01 REGPACOTTX          PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADPACOT PIC X(64) VALUE
          "CADPACOT.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-PACOTTX PIC X(64) VALUE
          "PACOTTX.TXT".
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
       01 W-DIASF     PIC 9(03) VALUE ZEROS.
       01 W-HASPAC    PIC 9(01) VALUE ZEROS.
       01 W-HASPRC    PIC 9(01) VALUE ZEROS.
       01 W-SECAO     PIC 9(01) VALUE ZEROS.
       01 W-ENTRA     PIC 9(01) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N     REDEFINES W-HOJE PIC 9(08).
       01 W-HOJESER   PIC 9(08) VALUE ZEROS.
       01 W-PKVAL     PIC 9(08) VALUE ZEROS.
       01 W-PKDIAS    PIC S9(08) VALUE ZEROS.
       01 W-SALDO     PIC 9(03) VALUE ZEROS.
       01 W-PASSIVO   PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDSEC    PIC 9(05) VALUE ZEROS.
       01 W-SESSEC    PIC 9(06) VALUE ZEROS.
       01 W-VALSEC    PIC 9(08)V99 VALUE ZEROS.
       01 W-VALED     PIC ZZ.ZZZ.ZZ9,99.
       01 W-DSDIA       PIC 9(02) VALUE ZEROS.
       01 W-DSMES       PIC 9(02) VALUE ZEROS.
       01 W-DSANO       PIC 9(04) VALUE ZEROS.
       01 W-DSANT       PIC 9(04) VALUE ZEROS.
       01 W-DSSER       PIC 9(08) VALUE ZEROS.
       01 W-DST1        PIC 9(04) VALUE ZEROS.
       01 W-DST2        PIC 9(04) VALUE ZEROS.
       01 TABCUMD-R.
          03 FILLER PIC X(18) VALUE "000031059090120151".
          03 FILLER PIC X(18) VALUE "181212243273304334".
       01 TABCUMD REDEFINES TABCUMD-R.
          03 W-CUMD     PIC 9(03) OCCURS 12 TIMES.
       01 W-LINHADET.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-CPF       PIC X(11).
          03 FILLER         PIC X(01) VALUE "/".
          03 W-LD-SEQ       PIC 9(02).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-NOME      PIC X(25).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-PROC      PIC 9(04).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-LD-DENOM     PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-COMP      PIC ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-LD-USO       PIC ZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 W-LD-SALDO     PIC ZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-PAGO      PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-PASS      PIC ZZZ.ZZ9,99.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-COMPRA    PIC 99/99/9999.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-VALID     PIC 99/99/9999.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 W-LD-DIAS      PIC -ZZZ9.
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
               VALUE  "  *** PACOTES DE SESSOES PRE-PAGOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  VENCENDO EM ATE (DIAS, 0=30) : ".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA IMPRESSAO (S/N) : ".
           05  TW-DIASF
               LINE 06  COLUMN 35  PIC 9(03)
               USING  W-DIASF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 30  PIC X(01)
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
           MOVE ZEROS TO W-DIASF
           DISPLAY TELAFILTRO
           ACCEPT TW-DIASF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-DIASF = 0
              MOVE 30 TO W-DIASF.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** IMPRESSAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT CADPACOT
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PACOTE REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASPAC
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPAC.
           MOVE 1 TO W-HASPRC
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRC.

           OPEN OUTPUT PACOTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PACOTTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJEDIA TO W-DSDIA
           MOVE W-HOJEMES TO W-DSMES
           MOVE W-HOJEANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-HOJESER

           MOVE SPACES TO REGPACOTTX
           STRING "PACOTES DE SESSOES PRE-PAGOS - POSICAO EM "
                  W-HOJEDIA "/" W-HOJEMES "/" W-HOJEANO
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.
           MOVE SPACES TO REGPACOTTX
           STRING "  CPF/SEQ        PACIENTE                   PROC"
                  " DESCRICAO             COM USO SLD   VALOR PAGO"
                  "      PASSIVO  COMPRA      VALIDADE    DIAS"
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.

      ***** 1 - EM ABERTO (DENTRO DA VALIDADE, COM SALDO): PASSIVO **
           MOVE 1 TO W-SECAO
           MOVE SPACES TO REGPACOTTX
           WRITE REGPACOTTX.
           MOVE SPACES TO REGPACOTTX
           STRING "PACOTES EM ABERTO - SESSOES PAGAS A REALIZAR"
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.
           PERFORM PASSADA THRU PASSADA-FIM
           MOVE SPACES TO REGPACOTTX
           STRING "  PACOTES: " W-QTDSEC "  SESSOES A REALIZAR: "
                  W-SESSEC "  PASSIVO TOTAL: " W-VALED
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.

      ***** 2 - VENCENDO NOS PROXIMOS DIAS COM SESSOES NAO USADAS ***
           MOVE 2 TO W-SECAO
           MOVE SPACES TO REGPACOTTX
           WRITE REGPACOTTX.
           MOVE SPACES TO REGPACOTTX
           STRING "PACOTES VENCENDO EM ATE " W-DIASF
                  " DIAS COM SESSOES NAO USADAS"
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.
           PERFORM PASSADA THRU PASSADA-FIM
           MOVE SPACES TO REGPACOTTX
           STRING "  PACOTES: " W-QTDSEC "  SESSOES NAO USADAS: "
                  W-SESSEC "  VALOR: " W-VALED
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.

      ***** 3 - VENCIDOS COM SESSOES NAO USADAS **********************
           MOVE 3 TO W-SECAO
           MOVE SPACES TO REGPACOTTX
           WRITE REGPACOTTX.
           MOVE SPACES TO REGPACOTTX
           STRING "PACOTES VENCIDOS COM SESSOES NAO USADAS"
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.
           PERFORM PASSADA THRU PASSADA-FIM
           MOVE SPACES TO REGPACOTTX
           STRING "  PACOTES: " W-QTDSEC "  SESSOES NAO USADAS: "
                  W-SESSEC "  VALOR: " W-VALED
                  DELIMITED BY SIZE INTO REGPACOTTX
           WRITE REGPACOTTX.

      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
       FECHA-RELATORIO.
           CLOSE PACOTTX
           MOVE "SMPRPCT" TO W-PROGCAT
           MOVE "PACOTTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "VENCE EM " W-DIASF " DIAS"
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO GRAVADO EM PACOTTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

      ***** UMA PASSADA NOS PACOTES PARA A SECAO CORRENTE ***********
       PASSADA.
           MOVE ZEROS TO W-QTDSEC W-SESSEC W-VALSEC
           MOVE ZEROS TO KEYPACOT
           START CADPACOT KEY IS NOT LESS KEYPACOT INVALID KEY
              GO TO PASSADA-TOT.
       PASSADA-LER.
           READ CADPACOT NEXT
           IF ST-ERRO NOT = "00"
              GO TO PASSADA-TOT.
           IF SITPK NOT = "A" OR QTDUSOPK NOT < QTDCOMPK
              GO TO PASSADA-LER.
           MOVE DIAVPK TO W-DSDIA
           MOVE MESVPK TO W-DSMES
           MOVE ANOVPK TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-PKDIAS = W-DSSER - W-HOJESER
           MOVE 0 TO W-ENTRA
           IF W-SECAO = 1 AND W-PKDIAS NOT < 0
              MOVE 1 TO W-ENTRA.
           IF W-SECAO = 2 AND W-PKDIAS NOT < 0
              AND W-PKDIAS NOT > W-DIASF
              MOVE 1 TO W-ENTRA.
           IF W-SECAO = 3 AND W-PKDIAS < 0
              MOVE 1 TO W-ENTRA.
           IF W-ENTRA = 0
              GO TO PASSADA-LER.
      ***** VALOR DAS SESSOES NAO USADAS, PROPORCIONAL AO PAGO ******
           COMPUTE W-SALDO = QTDCOMPK - QTDUSOPK
           COMPUTE W-PASSIVO ROUNDED = VALORPK * W-SALDO / QTDCOMPK
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           ADD 1 TO W-QTDSEC
           ADD W-SALDO TO W-SESSEC
           ADD W-PASSIVO TO W-VALSEC
           GO TO PASSADA-LER.
       PASSADA-TOT.
           MOVE W-VALSEC TO W-VALED.
       PASSADA-FIM.
           EXIT.

       GRAVA-LINHA.
           MOVE SPACES TO NOME
           IF W-HASPAC = 1
              MOVE CPFPK TO CPF
              READ CADPACI
              IF ST-ERRO NOT = "00"
                 MOVE "** PACIENTE NAO ENCONTRADO **" TO NOME.
           MOVE SPACES TO DENOMPROC
           IF W-HASPRC = 1
              MOVE CODPROCPK TO CODPROCT
              READ CADPROC
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO DENOMPROC.
           MOVE CPFPK TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE W-MSCCPF TO W-LD-CPF
           MOVE SEQPK     TO W-LD-SEQ
           MOVE NOME      TO W-LD-NOME
           MOVE CODPROCPK TO W-LD-PROC
           MOVE DENOMPROC TO W-LD-DENOM
           MOVE QTDCOMPK  TO W-LD-COMP
           MOVE QTDUSOPK  TO W-LD-USO
           MOVE W-SALDO   TO W-LD-SALDO
           MOVE VALORPK   TO W-LD-PAGO
           MOVE W-PASSIVO TO W-LD-PASS
           MOVE DATACOMPK TO W-LD-COMPRA
           MOVE DATAVALPK TO W-LD-VALID
           MOVE W-PKDIAS  TO W-LD-DIAS
           MOVE W-LINHADET TO REGPACOTTX
           WRITE REGPACOTTX.
       GRAVA-LINHA-FIM.
           EXIT.

      ***** NUMERO DE DIAS DESDE UMA DATA BASE (DIA/MES/ANO) ********
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
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
           CLOSE CADPACOT.
           IF W-HASPAC = 1
              CLOSE CADPACI.
           IF W-HASPRC = 1
              CLOSE CADPROC.
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
           MOVE SPACES TO W-ARQ-CADPACOT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACOT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACOT
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-PACOTTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PACOTTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-PACOTTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
