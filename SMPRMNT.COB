       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRMNT.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * MANUTENCAO PREVENTIVA DOS EQUIPAMENTOS MEDICOS:  *
      * VENCIDAS E A VENCER NOS PROXIMOS DIAS (ULTIMA    *
      * PREVENTIVA + INTERVALO DO CADEQUIP), COM A       *
      * MANUTENCAO JA AGENDADA NO SMP087 E O CONTATO DA  *
      * ASSISTENCIA; LISTA TAMBEM OS EQUIPAMENTOS FORA   *
      * DE SERVICO (MANUTTX.TXT)                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PATRIMEQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALAMN
                                       WITH DUPLICATES.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN 
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFORN  
                                       WITH DUPLICATES.

       SELECT MANUTTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEQUIP.
       01 REGEQUIP.
          03 PATRIMEQ         PIC X(10).
          03 DESCEQ           PIC X(30).
          03 UNIDEQ           PIC 9(02).
          03 SALAEQ           PIC 9(02).
          03 FORNEQ           PIC 9(04).
          03 INTERVEQ         PIC 9(03).
          03 ULTMANEQ         PIC 9(08).
          03 PROCEQ           PIC 9(04) OCCURS 4 TIMES.
          03 SITUACAOEQ       PIC X(01).
          03 DATAEQ           PIC 9(08).
          03 OPEREQ           PIC 9(04).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMANUT.
       01 REGMANUT.
          03 KEYMANUT.
             05 PATRIMMN      PIC X(10).
             05 DATAINIMN     PIC 9(08).
          03 DATAFIMMN        PIC 9(08).
          03 TIPOMN           PIC X(01).
          03 OSMN             PIC X(12).
          03 FORNMN           PIC 9(04).
          03 SALAMN           PIC 9(02).
          03 SITMN            PIC X(01).
          03 CERTMN           PIC X(20).
          03 OBSMN            PIC X(40).
          03 DATAMN           PIC 9(08).
          03 OPERMN           PIC 9(04).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFORN.
       01 REGFORN.
          03 CODFORN          PIC 9(04).
          03 NOMEFORN         PIC X(30).
          03 CNPJFORN         PIC 9(14).
          03 TELFORN          PIC 9(11).
          03 SITUACAOFO       PIC X(01).
      *
       FD MANUTTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-MANUTTX.
       01 REGMANUTTX        PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADEQUIP PIC X(64) VALUE
          "CADEQUIP.DAT".
       01 W-ARQ-CADMANUT PIC X(64) VALUE
          "CADMANUT.DAT".
       01 W-ARQ-CADFORN PIC X(64) VALUE
          "CADFORN.DAT".
       01 W-ARQ-MANUTTX PIC X(64) VALUE
          "MANUTTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-HASMNT    PIC 9(01) VALUE ZEROS.
       01 W-HASFOR    PIC 9(01) VALUE ZEROS.
       01 W-UNIDF     PIC 9(02) VALUE ZEROS.
       01 W-DIASF     PIC 9(03) VALUE 30.
       01 W-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-HOJESER   PIC 9(08) VALUE ZEROS.
       01 W-LIMITE    PIC 9(08) VALUE ZEROS.
       01 W-VENC      PIC 9(08) VALUE ZEROS.
       01 W-ATRASO    PIC 9(05) VALUE ZEROS.
       01 W-ATRASOED  PIC ZZZZ9.
       01 W-SITLIN    PIC X(09) VALUE SPACES.
       01 W-TXTULT    PIC X(10) VALUE SPACES.
       01 W-TXTVENC   PIC X(10) VALUE SPACES.
       01 W-TXTAGEN   PIC X(20) VALUE SPACES.
       01 W-TXTFORN   PIC X(32) VALUE SPACES.
       01 W-TXTLIM    PIC X(10) VALUE SPACES.
       01 W-QTDVENC   PIC 9(05) VALUE ZEROS.
       01 W-QTDAVEN   PIC 9(05) VALUE ZEROS.
       01 W-QTDFORA   PIC 9(05) VALUE ZEROS.
       01 W-QTDSAGE   PIC 9(05) VALUE ZEROS.
       01 W-QTDED     PIC ZZZZ9.
       01 W-QTD2ED    PIC ZZZZ9.
       01 W-QTD3ED    PIC ZZZZ9.
       01 W-QTD4ED    PIC ZZZZ9.
      ***** DATA PREVISTA = DATA BASE + W-PRDIAS ********************
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
               VALUE  "  *** MANUTENCAO PREVENTIVA DE EQUIPAMEN".
           05  LINE 04  COLUMN 41
               VALUE  "TOS: VENCIDAS E A VENCER ***".
           05  LINE 06  COLUMN 01
               VALUE  "  UNIDADE (0 = TODAS)            :".
           05  LINE 07  COLUMN 01
               VALUE  "  A VENCER NOS PROXIMOS (DIAS)   :".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-UNIDF
               LINE 06  COLUMN 36  PIC 99
               USING  W-UNIDF
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
           MOVE ZEROS TO W-UNIDF
           MOVE 30 TO W-DIASF.

       INC-001.
           DISPLAY TELAFILTRO
           ACCEPT TW-UNIDF
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
           OPEN INPUT CADEQUIP
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM EQUIPAMENTO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
      ***** SEM O LIVRO DE MANUTENCAO NADA APARECE COMO AGENDADO ****
           MOVE 1 TO W-HASMNT
           OPEN INPUT CADMANUT
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASMNT.
           MOVE 1 TO W-HASFOR
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFOR.

           OPEN OUTPUT MANUTTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MANUTTX" TO MENS
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

           MOVE SPACES TO REGMANUTTX
           STRING "MANUTENCAO PREVENTIVA DE EQUIPAMENTOS - VENCIDAS E "
                  "A VENCER ATE " W-TXTLIM "   UNIDADE " W-UNIDF
                  " (00 = TODAS)"
                  DELIMITED BY SIZE INTO REGMANUTTX
           WRITE REGMANUTTX
           MOVE ALL "=" TO REGMANUTTX
           WRITE REGMANUTTX
           MOVE SPACES TO REGMANUTTX
           STRING "PATRIMONIO DESCRICAO                      UN SL "
                  "ULT.PREV.  VENCIMENTO SITUACAO  ATRASO "
                  "AGENDAMENTO          ASSISTENCIA"
                  DELIMITED BY SIZE INTO REGMANUTTX
           WRITE REGMANUTTX
           MOVE ALL "-" TO REGMANUTTX
           WRITE REGMANUTTX
           MOVE ZEROS TO W-QTDVENC W-QTDAVEN W-QTDFORA W-QTDSAGE
           MOVE SPACES TO PATRIMEQ
           START CADEQUIP KEY IS NOT LESS PATRIMEQ INVALID KEY
              GO TO GRAVA-TOTAIS.

      ***** UMA LINHA POR EQUIPAMENTO VENCIDO, A VENCER OU FORA ******
      ***** DE SERVICO (BAIXADOS NAO ENTRAM) **************************
       LER-EQUIP.
           READ CADEQUIP NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAIS.
           IF SITUACAOEQ = "I"
              GO TO LER-EQUIP.
           IF W-UNIDF NOT = 0 AND UNIDEQ NOT = W-UNIDF
              GO TO LER-EQUIP.
           MOVE SPACES TO W-SITLIN W-TXTVENC
           MOVE ZEROS TO W-ATRASO
           IF INTERVEQ = 0
              GO TO LER-EQUIP-FORA.
           IF ULTMANEQ = 0
              MOVE "VENCIDA" TO W-SITLIN
              MOVE "SEM REG." TO W-TXTVENC
              GO TO LER-EQUIP-FORA.
           MOVE ULTMANEQ TO W-PRDATAN
           MOVE INTERVEQ TO W-PRDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-PRDATAN TO W-VENC
           STRING W-PRDIA "/" W-PRMES "/" W-PRANO
                  DELIMITED BY SIZE INTO W-TXTVENC
           IF W-VENC > W-LIMITE
              GO TO LER-EQUIP-FORA.
           IF W-VENC NOT < W-HOJE
              MOVE "A VENCER" TO W-SITLIN
              GO TO LER-EQUIP-FORA.
           MOVE "VENCIDA" TO W-SITLIN
           MOVE W-PRDIA TO W-DSDIA
           MOVE W-PRMES TO W-DSMES
           MOVE W-PRANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-ATRASO = W-HOJESER - W-DSSER.
       LER-EQUIP-FORA.
           IF SITUACAOEQ = "F"
              MOVE "FORA SERV" TO W-SITLIN.
           IF W-SITLIN = SPACES
              GO TO LER-EQUIP.
           IF W-SITLIN = "VENCIDA"
              ADD 1 TO W-QTDVENC.
           IF W-SITLIN = "A VENCER"
              ADD 1 TO W-QTDAVEN.
           IF W-SITLIN = "FORA SERV"
              ADD 1 TO W-QTDFORA.
           PERFORM ACHA-AGENDA THRU ACHA-AGENDA-FIM
           PERFORM ACHA-FORN THRU ACHA-FORN-FIM
           MOVE "NENHUMA" TO W-TXTULT
           IF ULTMANEQ NOT = 0
              MOVE SPACES TO W-TXTULT
              STRING ULTMANEQ (7:2) "/" ULTMANEQ (5:2) "/"
                     ULTMANEQ (1:4)
                     DELIMITED BY SIZE INTO W-TXTULT.
           MOVE W-ATRASO TO W-ATRASOED
           MOVE SPACES TO REGMANUTTX
           STRING PATRIMEQ " " DESCEQ " " UNIDEQ " " SALAEQ " "
                  W-TXTULT " " W-TXTVENC " " W-SITLIN " " W-ATRASOED
                  "  " W-TXTAGEN " " W-TXTFORN
                  DELIMITED BY SIZE INTO REGMANUTTX
           WRITE REGMANUTTX
           GO TO LER-EQUIP.

      ***** PROXIMA MANUTENCAO AGENDADA QUE AINDA NAO TERMINOU *******
       ACHA-AGENDA.
           MOVE "NAO AGENDADA" TO W-TXTAGEN
           IF W-HASMNT = 0
              GO TO ACHA-AGENDA-SEM.
           MOVE PATRIMEQ TO PATRIMMN
           MOVE ZEROS    TO DATAINIMN
           START CADMANUT KEY IS NOT LESS KEYMANUT INVALID KEY
              GO TO ACHA-AGENDA-SEM.
       ACHA-AGENDA-LER.
           READ CADMANUT NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACHA-AGENDA-SEM.
           IF PATRIMMN NOT = PATRIMEQ
              GO TO ACHA-AGENDA-SEM.
           IF SITMN NOT = "A" OR DATAFIMMN < W-HOJE
              GO TO ACHA-AGENDA-LER.
           MOVE SPACES TO W-TXTAGEN
           STRING "AGENDADA " DATAINIMN (7:2) "/" DATAINIMN (5:2)
                  "/" DATAINIMN (1:4)
                  DELIMITED BY SIZE INTO W-TXTAGEN
           GO TO ACHA-AGENDA-FIM.
       ACHA-AGENDA-SEM.
           IF W-SITLIN NOT = "FORA SERV"
              ADD 1 TO W-QTDSAGE.
       ACHA-AGENDA-FIM.
           EXIT.

      ***** ASSISTENCIA TECNICA DO EQUIPAMENTO E TELEFONE ************
       ACHA-FORN.
           MOVE "EQUIPE PROPRIA" TO W-TXTFORN
           IF FORNEQ = 0
              GO TO ACHA-FORN-FIM.
           MOVE SPACES TO W-TXTFORN
           IF W-HASFOR = 0
              GO TO ACHA-FORN-FIM.
           MOVE FORNEQ TO CODFORN
           READ CADFORN
           IF ST-ERRO = "00"
              STRING NOMEFORN (1:20) " " TELFORN
                     DELIMITED BY SIZE INTO W-TXTFORN.
       ACHA-FORN-FIM.
           EXIT.

       GRAVA-TOTAIS.
           MOVE SPACES TO REGMANUTTX
           WRITE REGMANUTTX
           MOVE ALL "=" TO REGMANUTTX
           WRITE REGMANUTTX
           MOVE W-QTDVENC TO W-QTDED
           MOVE W-QTDAVEN TO W-QTD2ED
           MOVE W-QTDFORA TO W-QTD3ED
           MOVE W-QTDSAGE TO W-QTD4ED
           MOVE SPACES TO REGMANUTTX
           STRING "VENCIDAS " W-QTDED "   A VENCER " W-QTD2ED
                  "   FORA DE SERVICO " W-QTD3ED
                  "   SEM MANUTENCAO AGENDADA " W-QTD4ED
                  DELIMITED BY SIZE INTO REGMANUTTX
           WRITE REGMANUTTX
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

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           CLOSE MANUTTX
           MOVE "SMPRMNT" TO W-PROGCAT
           MOVE "MANUTTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "UNID " W-UNIDF " ATE " W-TXTLIM
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO MANUTTX.TXT GERADO COM SUCESSO ***"
                                                            TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim4.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE MANUTTX.
       RotinaFim4.
           CLOSE CADEQUIP.
           IF W-HASMNT = 1
              CLOSE CADMANUT.
           IF W-HASFOR = 1
              CLOSE CADFORN.
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
           MOVE SPACES TO W-ARQ-CADEQUIP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEQUIP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEQUIP
           MOVE SPACES TO W-ARQ-CADMANUT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMANUT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMANUT
           MOVE SPACES TO W-ARQ-CADFORN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFORN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFORN
           MOVE SPACES TO W-ARQ-MANUTTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "MANUTTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-MANUTTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
