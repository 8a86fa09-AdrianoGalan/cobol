       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRPRD.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * PRODUTIVIDADE DOS OPERADORES PELA TRILHA DE     *
      * AUDITORIA (AUDITAAAAMM.TXT DOS MESES DO PERIODO *
      * E O AUDITTX.TXT ATUAL): AGENDAMENTOS,           *
      * REMARCACOES, CANCELAMENTOS, CHECK-INS,          *
      * RECEBIMENTOS DO CAIXA, CADASTROS DE PACIENTE E  *
      * ACOES DE FATURAMENTO POR HORA DO DIA, POR       *
      * OPERADOR E POR UNIDADE (PRODOPTX.TXT).          *
      * CORRECAO = O MESMO OPERADOR MEXE DE NOVO NO     *
      * MESMO REGISTRO DO MESMO PROGRAMA DENTRO DE      *
      * PRODCORMIN MINUTOS (CADPARAM, PADRAO 10).       *
      * A UNIDADE DO OPERADOR E A DA SUA ULTIMA SESSAO  *
      * NO CADSESSO (0 = SEM SESSAO REGISTRADA)         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDITIN ASSIGN TO WS-AUDFILE
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TERMSES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT PRODOPTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AUDITIN
               LABEL RECORD IS STANDARD.
       01 REGAUDITIN.
          03 AU-DATA       PIC 9(08).
          03 FILLER        PIC X(01).
          03 AU-HORA       PIC 9(06).
          03 FILLER        PIC X(01).
          03 AU-COD        PIC 9(04).
          03 FILLER        PIC X(01).
          03 AU-NOME       PIC X(20).
          03 FILLER        PIC X(01).
          03 AU-PROG       PIC X(07).
          03 FILLER        PIC X(01).
          03 AU-ACAO       PIC X(10).
          03 FILLER        PIC X(01).
          03 AU-CHAVE      PIC X(15).
          03 FILLER        PIC X(01).
          03 AU-SEQ        PIC 9(06).
          03 FILLER        PIC X(01).
          03 AU-HASH       PIC 9(10).
          03 FILLER        PIC X(06).
      *
       FD CADSESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSESSO.
       01 REGSESSO.
          03 TERMSES       PIC X(08).
          03 OPERSES       PIC 9(04).
          03 NOMESES       PIC X(30).
          03 DATALOGIN     PIC 9(08).
          03 HORALOGIN     PIC 9(06).
          03 HORAATIV      PIC 9(06).
          03 SITUACAOSE    PIC X(01).
          03 UNIDSES       PIC 9(02).
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD PRODOPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-PRODOPTX.
       01 REGPRODOPTX       PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
          "CADSESSO.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-PRODOPTX PIC X(64) VALUE
          "PRODOPTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 WS-AUDFILE  PIC X(64) VALUE SPACES.
       01 W-FDATAINI  PIC 9(06) VALUE ZEROS.
       01 W-FDATAINI-R REDEFINES W-FDATAINI.
          03 W-FAAINI PIC 9(02).
          03 W-FMMINI PIC 9(02).
          03 W-FDDINI PIC 9(02).
       01 W-FDATAFIM  PIC 9(06) VALUE ZEROS.
       01 W-FDATAFIM-R REDEFINES W-FDATAFIM.
          03 W-FAAFIM PIC 9(02).
          03 W-FMMFIM PIC 9(02).
          03 W-FDDFIM PIC 9(02).
       01 W-HASUNI    PIC 9(01) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** MESES ARQUIVADOS DO PERIODO (AUDITAAAAMM.TXT) ***********
       01 W-MESARQ    PIC 9(06) VALUE ZEROS.
       01 W-MESARQ-R REDEFINES W-MESARQ.
          03 W-ANOARQ PIC 9(04).
          03 W-MMARQ  PIC 9(02).
       01 W-MESARQX REDEFINES W-MESARQ PIC X(06).
       01 W-MESFIM    PIC 9(06) VALUE ZEROS.
       01 W-QARQ      PIC 9(03) VALUE ZEROS.
       01 W-TOTLIDO   PIC 9(07) VALUE ZEROS.
       01 W-TOTSEL    PIC 9(07) VALUE ZEROS.
       01 W-OPEXC     PIC 9(07) VALUE ZEROS.
      ***** LINHA DA TRILHA EM TRATAMENTO ***************************
       01 W-AUDATA    PIC 9(06) VALUE ZEROS.
       01 W-AUQ       PIC 9(04) VALUE ZEROS.
       01 W-HH        PIC 9(02) VALUE ZEROS.
       01 W-MM        PIC 9(02) VALUE ZEROS.
       01 W-SS        PIC 9(02) VALUE ZEROS.
       01 W-MINUTO    PIC 9(04) VALUE ZEROS.
       01 W-H         PIC 9(02) VALUE ZEROS.
       01 W-K         PIC 9(02) VALUE ZEROS.
       01 W-IO        PIC 9(03) VALUE ZEROS.
       01 W-NOPER     PIC 9(03) VALUE ZEROS.
      ***** JANELA DE CORRECAO (MINUTOS) ****************************
       01 W-JANELA    PIC 9(04) VALUE 10.
       01 W-DIFMIN    PIC 9(04) VALUE ZEROS.
       01 W-LOGIN     PIC 9(14) VALUE ZEROS.
      ***** CONTADORES POR OPERADOR, HORA E CATEGORIA: 1 AGENDA, ****
      ***** 2 REMARCA, 3 CANCELA, 4 CHECK-IN, 5 CAIXA, 6 PACIENTE, **
      ***** 7 FATURAMENTO, 8 OUTRAS *********************************
       01 TABOPER.
          03 TBO OCCURS 300 TIMES.
             05 TBO-COD   PIC 9(04).
             05 TBO-NOME  PIC X(20).
             05 TBO-UNI   PIC 9(02).
             05 TBO-TOT   PIC 9(07).
             05 TBO-CORR  PIC 9(07).
             05 TBO-LOGIN PIC 9(14).
             05 TBO-HORA OCCURS 24 TIMES.
                07 TBO-C  PIC 9(05) OCCURS 8 TIMES.
      ***** ULTIMAS ACOES LIDAS, PARA ACHAR AS CORRECOES ************
       01 W-NREC      PIC 9(03) VALUE ZEROS.
       01 W-IREC      PIC 9(03) VALUE ZEROS.
       01 W-PREC      PIC 9(03) VALUE ZEROS.
       01 TABREC.
          03 TBR OCCURS 300 TIMES.
             05 TBR-COD   PIC 9(04).
             05 TBR-PROG  PIC X(07).
             05 TBR-CHAVE PIC X(15).
             05 TBR-DATA  PIC 9(06).
             05 TBR-MIN   PIC 9(04).
      ***** QUADRO IMPRESSO (UM OPERADOR, UMA UNIDADE OU TODOS) *****
       01 TABQUADRO.
          03 TBX-TOT      PIC 9(07).
          03 TBX-CORR     PIC 9(07).
          03 TBX-HORA OCCURS 24 TIMES.
             05 TBX-C     PIC 9(07) OCCURS 8 TIMES.
       01 W-TODAS     PIC 9(01) VALUE ZEROS.
       01 W-UNIATU    PIC 9(03) VALUE ZEROS.
       01 W-TEMUNI    PIC 9(01) VALUE ZEROS.
       01 W-NOMEUNI   PIC X(20) VALUE SPACES.
       01 W-LINTOT    PIC 9(07) VALUE ZEROS.
       01 W-TOTCAT    PIC 9(07) OCCURS 8 TIMES.
       01 W-TAXA      PIC 9(03)V9 VALUE ZEROS.
       01 W-TAXA-E    PIC ZZ9,9.
       01 W-N5-E      PIC ZZZZZZ9.
       01 W-COL       PIC 9(03) VALUE ZEROS.
       01 W-LINHA     PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** PRODUTIVIDADE DOS OPERADORES ***".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA INICIAL AAMMDD : ".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA FINAL   AAMMDD : ".
           05  LINE 09  COLUMN 01
               VALUE  "  LE OS MESES ARQUIVADOS DA TRILHA E O".
           05  LINE 10  COLUMN 01
               VALUE  "  ARQUIVO ATUAL (AUDITTX.TXT)".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-FDATAINI
               LINE 06  COLUMN 25  PIC 9(06)
               USING  W-FDATAINI
               HIGHLIGHT.
           05  TW-FDATAFIM
               LINE 07  COLUMN 25  PIC 9(06)
               USING  W-FDATAFIM
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
      *
       INC-001.
           MOVE ZEROS TO W-FDATAINI W-FDATAFIM
           DISPLAY TELAFILTRO
           ACCEPT TW-FDATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-FMMINI < 1 OR W-FMMINI > 12
              OR W-FDDINI < 1 OR W-FDDINI > 31
              MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           ACCEPT TW-FDATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           IF W-FMMFIM < 1 OR W-FMMFIM > 12
              OR W-FDDFIM < 1 OR W-FDDFIM > 31
              MOVE "*** DATA FINAL INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           IF W-FDATAFIM < W-FDATAINI
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
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
           MOVE 1 TO W-HASUNI
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASUNI.
           OPEN OUTPUT PRODOPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODOPTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           DISPLAY (14, 01) "*** LENDO A TRILHA, AGUARDE ***"
           MOVE ZEROS TO W-NOPER W-NREC W-IREC W-QARQ W-TOTLIDO
                         W-TOTSEL W-OPEXC
           OPEN INPUT CADPARAM
           IF ST-ERRO = "00"
              MOVE "PRODCORMIN" TO CHAVEPAR
              READ CADPARAM
              IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
                 AND VALORPAR > 0
                 MOVE VALORPAR TO W-JANELA.
           CLOSE CADPARAM.

      ***** 1. MESES ARQUIVADOS DO PERIODO, DO MAIS ANTIGO AO MAIS **
      *****    RECENTE (O ARQUIVO QUE NAO EXISTIR E IGNORADO) *******
       ARQUIVADOS.
           COMPUTE W-MESARQ = (2000 + W-FAAINI) * 100 + W-FMMINI
           COMPUTE W-MESFIM = (2000 + W-FAAFIM) * 100 + W-FMMFIM.
       ARQUIVADOS-MES.
           IF W-MESARQ > W-MESFIM
              GO TO ATUAL.
           MOVE SPACES TO WS-AUDFILE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDIT" DELIMITED BY SIZE
                  W-MESARQX ".TXT"
                  DELIMITED BY SIZE INTO WS-AUDFILE
           PERFORM LE-TRILHA THRU LE-TRILHA-FIM
           IF W-MMARQ = 12
              ADD 1 TO W-ANOARQ
              MOVE 1 TO W-MMARQ
           ELSE
              ADD 1 TO W-MMARQ.
           GO TO ARQUIVADOS-MES.

      ***** 2. O ARQUIVO ATUAL, AINDA NAO ROTACIONADO ***************
       ATUAL.
           MOVE W-ARQ-AUDITTX TO WS-AUDFILE
           PERFORM LE-TRILHA THRU LE-TRILHA-FIM.

      ***** 3. UNIDADE DE CADA OPERADOR: A DA SESSAO MAIS RECENTE ***
       SESSOES.
           OPEN INPUT CADSESSO
           IF ST-ERRO NOT = "00"
              GO TO RELATORIO.
           MOVE LOW-VALUES TO TERMSES
           START CADSESSO KEY IS NOT LESS TERMSES INVALID KEY
              CLOSE CADSESSO
              GO TO RELATORIO.
       SESSOES-LER.
           READ CADSESSO NEXT
           IF ST-ERRO NOT = "00"
              CLOSE CADSESSO
              GO TO RELATORIO.
           MOVE 1 TO W-IO.
       SESSOES-ACHA.
           IF W-IO > W-NOPER
              GO TO SESSOES-LER.
           IF TBO-COD (W-IO) NOT = OPERSES
              ADD 1 TO W-IO
              GO TO SESSOES-ACHA.
           COMPUTE W-LOGIN = DATALOGIN * 1000000 + HORALOGIN
           IF UNIDSES > 0 AND W-LOGIN NOT < TBO-LOGIN (W-IO)
              MOVE UNIDSES TO TBO-UNI (W-IO)
              MOVE W-LOGIN TO TBO-LOGIN (W-IO).
           GO TO SESSOES-LER.

      ***** RELATORIO: OPERADORES, UNIDADES E O TOTAL GERAL *********
       RELATORIO.
           MOVE SPACES TO REGPRODOPTX
           STRING "PRODUTIVIDADE DOS OPERADORES - PERIODO "
                  W-FDATAINI " A " W-FDATAFIM " (AAMMDD)"
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE SPACES TO REGPRODOPTX
           STRING "ARQUIVOS DA TRILHA LIDOS: " W-QARQ
                  "  LINHAS LIDAS: " W-TOTLIDO
                  "  NO PERIODO: " W-TOTSEL
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE SPACES TO REGPRODOPTX
           STRING "CORRECAO = MESMO REGISTRO ALTERADO DE NOVO PELO "
                  "MESMO OPERADOR EM ATE " W-JANELA " MINUTOS"
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX
           IF W-OPEXC > 0
              MOVE SPACES TO REGPRODOPTX
              STRING "*** LINHAS DE OPERADORES ALEM DO LIMITE DA "
                     "TABELA (NAO CONTADAS): " W-OPEXC
                     DELIMITED BY SIZE INTO REGPRODOPTX
              WRITE REGPRODOPTX.
           MOVE ALL "=" TO REGPRODOPTX
           WRITE REGPRODOPTX
           IF W-NOPER = 0
              MOVE SPACES TO REGPRODOPTX
              STRING "NENHUMA ACAO DE OPERADOR NO PERIODO"
                     DELIMITED BY SIZE INTO REGPRODOPTX
              WRITE REGPRODOPTX
              GO TO RELATORIO-FIM.
           MOVE 1 TO W-IO.
       RELATORIO-OPER.
           IF W-IO > W-NOPER
              GO TO RELATORIO-UNID.
           MOVE SPACES TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE SPACES TO REGPRODOPTX
           STRING "OPERADOR " TBO-COD (W-IO) " - " TBO-NOME (W-IO)
                  "   UNIDADE " TBO-UNI (W-IO)
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX
           PERFORM ZERA-QUADRO THRU ZERA-QUADRO-FIM
           PERFORM SOMA-OPER THRU SOMA-OPER-FIM
           PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM
           ADD 1 TO W-IO
           GO TO RELATORIO-OPER.
       RELATORIO-UNID.
           MOVE SPACES TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE ALL "=" TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE SPACES TO REGPRODOPTX
           STRING "TOTAIS POR UNIDADE"
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE 0 TO W-TODAS
           MOVE ZEROS TO W-UNIATU.
       RELATORIO-UNID-LOOP.
           IF W-UNIATU > 99
              GO TO RELATORIO-GERAL.
           PERFORM ZERA-QUADRO THRU ZERA-QUADRO-FIM
           MOVE 0 TO W-TEMUNI
           MOVE 1 TO W-IO.
       RELATORIO-UNID-SOMA.
           IF W-IO > W-NOPER
              GO TO RELATORIO-UNID-IMP.
           IF TBO-UNI (W-IO) = W-UNIATU
              MOVE 1 TO W-TEMUNI
              PERFORM SOMA-OPER THRU SOMA-OPER-FIM.
           ADD 1 TO W-IO
           GO TO RELATORIO-UNID-SOMA.
       RELATORIO-UNID-IMP.
           IF W-TEMUNI = 0
              ADD 1 TO W-UNIATU
              GO TO RELATORIO-UNID-LOOP.
           MOVE SPACES TO W-NOMEUNI
           IF W-UNIATU = 0
              MOVE "SEM SESSAO REGISTRADA" TO W-NOMEUNI
           ELSE
              IF W-HASUNI = 1
                 MOVE W-UNIATU TO CODUNID
                 READ CADUNID
                 IF ST-ERRO = "00"
                    MOVE DENOMUNID TO W-NOMEUNI.
           MOVE SPACES TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE SPACES TO REGPRODOPTX
           STRING "UNIDADE " W-UNIATU " - " W-NOMEUNI
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX
           PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM
           ADD 1 TO W-UNIATU
           GO TO RELATORIO-UNID-LOOP.
       RELATORIO-GERAL.
           MOVE SPACES TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE ALL "=" TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE SPACES TO REGPRODOPTX
           STRING "TOTAL GERAL DE TODOS OS OPERADORES"
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX
           PERFORM ZERA-QUADRO THRU ZERA-QUADRO-FIM
           MOVE 1 TO W-IO.
       RELATORIO-GERAL-SOMA.
           IF W-IO > W-NOPER
              GO TO RELATORIO-GERAL-IMP.
           PERFORM SOMA-OPER THRU SOMA-OPER-FIM
           ADD 1 TO W-IO
           GO TO RELATORIO-GERAL-SOMA.
       RELATORIO-GERAL-IMP.
           PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM.
       RELATORIO-FIM.
           MOVE "SMPRPRD" TO W-PROGCAT
           MOVE "PRODOPTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-FDATAINI " A " W-FDATAFIM
                  DELIMITED BY SIZE INTO W-PARMCAT
           PERFORM CATALOGA THRU CATALOGA-FIM
           MOVE "*** RELATORIO GERADO EM PRODOPTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE PRODOPTX.
           IF W-HASUNI = 1
              CLOSE CADUNID.
       RotinaFim2.
           EXIT PROGRAM.

      ***** LE UM ARQUIVO DA TRILHA (WS-AUDFILE) E CONTA AS ACOES ***
      ***** DO PERIODO. DATAS DA TRILHA EM AAMMDD (AS GRAVADAS COM **
      ***** O SECULO SAO REDUZIDAS) *********************************
       LE-TRILHA.
           OPEN INPUT AUDITIN
           IF ST-ERRO NOT = "00"
              GO TO LE-TRILHA-FIM.
           ADD 1 TO W-QARQ.
       LE-TRILHA-LER.
           READ AUDITIN
           AT END
              CLOSE AUDITIN
              GO TO LE-TRILHA-FIM.
           ADD 1 TO W-TOTLIDO
           IF AU-DATA NOT NUMERIC OR AU-HORA NOT NUMERIC
              OR AU-COD NOT NUMERIC
              GO TO LE-TRILHA-LER.
           IF AU-COD = 0
              GO TO LE-TRILHA-LER.
           DIVIDE AU-DATA BY 1000000 GIVING W-AUQ REMAINDER W-AUDATA
           IF W-AUDATA < W-FDATAINI OR W-AUDATA > W-FDATAFIM
              GO TO LE-TRILHA-LER.
           ADD 1 TO W-TOTSEL
           PERFORM ACHA-OPER THRU ACHA-OPER-FIM
           IF W-IO = 0
              ADD 1 TO W-OPEXC
              GO TO LE-TRILHA-LER.
           DIVIDE AU-HORA BY 10000 GIVING W-HH REMAINDER W-MINUTO
           DIVIDE W-MINUTO BY 100 GIVING W-MM REMAINDER W-SS
           COMPUTE W-MINUTO = W-HH * 60 + W-MM
           IF W-HH > 23
              MOVE 23 TO W-HH.
           COMPUTE W-H = W-HH + 1
           PERFORM CLASSIFICA THRU CLASSIFICA-FIM
           ADD 1 TO TBO-C (W-IO, W-H, W-K)
           ADD 1 TO TBO-TOT (W-IO)
           PERFORM CORRECAO THRU CORRECAO-FIM
           GO TO LE-TRILHA-LER.
       LE-TRILHA-FIM.
           EXIT.

      ***** POSICAO DO OPERADOR NA TABELA (W-IO = 0: TABELA CHEIA) **
       ACHA-OPER.
           MOVE 1 TO W-IO.
       ACHA-OPER-LOOP.
           IF W-IO > W-NOPER
              GO TO ACHA-OPER-NOVO.
           IF TBO-COD (W-IO) = AU-COD
              GO TO ACHA-OPER-FIM.
           ADD 1 TO W-IO
           GO TO ACHA-OPER-LOOP.
       ACHA-OPER-NOVO.
           IF W-NOPER NOT < 300
              MOVE 0 TO W-IO
              GO TO ACHA-OPER-FIM.
           ADD 1 TO W-NOPER
           MOVE W-NOPER TO W-IO
           MOVE ZEROS TO TBO (W-IO)
           MOVE AU-COD  TO TBO-COD (W-IO)
           MOVE AU-NOME TO TBO-NOME (W-IO).
       ACHA-OPER-FIM.
           EXIT.

      ***** CATEGORIA DA ACAO PELO PROGRAMA E PELA ACAO GRAVADA *****
       CLASSIFICA.
           MOVE 8 TO W-K
           IF AU-PROG = "SMP006"
              IF AU-ACAO = "INCLUSAO" OR AU-ACAO = "SERIE"
                 OR AU-ACAO = "CONFIRMWEB"
                 MOVE 1 TO W-K
              ELSE
                 IF AU-ACAO = "REMARCACAO"
                    MOVE 2 TO W-K
                 ELSE
                    IF AU-ACAO = "CANCELAMEN" OR AU-ACAO = "CANCSERIE"
                       MOVE 3 TO W-K.
           IF AU-PROG = "SMP042"
              MOVE 4 TO W-K.
           IF AU-PROG = "SMP030"
              IF AU-ACAO = "RECEBIMENT" OR AU-ACAO = "PARCELA"
                 OR AU-ACAO = "PACOTE"
                 MOVE 5 TO W-K.
           IF AU-PROG = "SMP004" AND AU-ACAO = "INCLUSAO"
              MOVE 6 TO W-K.
           IF AU-PROG = "SMP027" OR AU-PROG = "SMP028"
              OR AU-PROG = "SMP029"
              MOVE 7 TO W-K.
       CLASSIFICA-FIM.
           EXIT.

      ***** CORRECAO: A MESMA CHAVE DO MESMO PROGRAMA JA FOI MEXIDA **
      ***** PELO OPERADOR NO MESMO DIA HA ATE W-JANELA MINUTOS. AS ***
      ***** ULTIMAS 300 ACOES FICAM NUMA TABELA CIRCULAR ************
       CORRECAO.
           MOVE 1 TO W-PREC.
       CORRECAO-LOOP.
           IF W-PREC > W-NREC
              GO TO CORRECAO-GUARDA.
           IF TBR-COD (W-PREC) = AU-COD
              AND TBR-PROG (W-PREC) = AU-PROG
              AND TBR-CHAVE (W-PREC) = AU-CHAVE
              AND TBR-DATA (W-PREC) = W-AUDATA
              AND TBR-MIN (W-PREC) NOT > W-MINUTO
              COMPUTE W-DIFMIN = W-MINUTO - TBR-MIN (W-PREC)
              IF W-DIFMIN NOT > W-JANELA
                 ADD 1 TO TBO-CORR (W-IO)
                 GO TO CORRECAO-GUARDA.
           ADD 1 TO W-PREC
           GO TO CORRECAO-LOOP.
       CORRECAO-GUARDA.
           IF W-IREC < 300
              ADD 1 TO W-IREC
           ELSE
              MOVE 1 TO W-IREC.
           IF W-NREC < 300
              ADD 1 TO W-NREC.
           MOVE AU-COD   TO TBR-COD (W-IREC)
           MOVE AU-PROG  TO TBR-PROG (W-IREC)
           MOVE AU-CHAVE TO TBR-CHAVE (W-IREC)
           MOVE W-AUDATA TO TBR-DATA (W-IREC)
           MOVE W-MINUTO TO TBR-MIN (W-IREC).
       CORRECAO-FIM.
           EXIT.

       ZERA-QUADRO.
           MOVE ZEROS TO TABQUADRO.
       ZERA-QUADRO-FIM.
           EXIT.

      ***** SOMA O OPERADOR W-IO NO QUADRO **************************
       SOMA-OPER.
           ADD TBO-TOT (W-IO)  TO TBX-TOT
           ADD TBO-CORR (W-IO) TO TBX-CORR
           MOVE 1 TO W-H.
       SOMA-OPER-HORA.
           MOVE 1 TO W-K.
       SOMA-OPER-CAT.
           ADD TBO-C (W-IO, W-H, W-K) TO TBX-C (W-H, W-K)
           IF W-K < 8
              ADD 1 TO W-K
              GO TO SOMA-OPER-CAT.
           IF W-H < 24
              ADD 1 TO W-H
              GO TO SOMA-OPER-HORA.
       SOMA-OPER-FIM.
           EXIT.

      ***** IMPRIME O QUADRO: UMA LINHA POR HORA COM MOVIMENTO, A ***
      ***** LINHA DE TOTAIS E A TAXA DE CORRECAO ********************
       IMPRIME-QUADRO.
           MOVE SPACES TO W-LINHA
           MOVE "HORA"     TO W-LINHA (3:4)
           MOVE "AGENDA"   TO W-LINHA (10:6)
           MOVE "REMARCA"  TO W-LINHA (18:7)
           MOVE "CANCELA"  TO W-LINHA (27:7)
           MOVE "CHECKIN"  TO W-LINHA (36:7)
           MOVE "CAIXA"    TO W-LINHA (47:5)
           MOVE "PACIENTE" TO W-LINHA (53:8)
           MOVE "FATURA"   TO W-LINHA (64:6)
           MOVE "OUTRAS"   TO W-LINHA (73:6)
           MOVE "TOTAL"    TO W-LINHA (83:5)
           MOVE W-LINHA TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE ZEROS TO W-TOTCAT (1) W-TOTCAT (2) W-TOTCAT (3)
                         W-TOTCAT (4) W-TOTCAT (5) W-TOTCAT (6)
                         W-TOTCAT (7) W-TOTCAT (8)
           MOVE 1 TO W-H.
       IMPRIME-QUADRO-HORA.
           MOVE ZEROS TO W-LINTOT
           MOVE 1 TO W-K.
       IMPRIME-QUADRO-SOMA.
           ADD TBX-C (W-H, W-K) TO W-LINTOT
           ADD TBX-C (W-H, W-K) TO W-TOTCAT (W-K)
           IF W-K < 8
              ADD 1 TO W-K
              GO TO IMPRIME-QUADRO-SOMA.
           IF W-LINTOT = 0
              GO TO IMPRIME-QUADRO-PROX.
           MOVE SPACES TO W-LINHA
           COMPUTE W-HH = W-H - 1
           MOVE W-HH TO W-LINHA (3:2)
           MOVE "H" TO W-LINHA (5:1)
           MOVE 1 TO W-K
           MOVE 8 TO W-COL.
       IMPRIME-QUADRO-COL.
           MOVE TBX-C (W-H, W-K) TO W-N5-E
           MOVE W-N5-E TO W-LINHA (W-COL:7)
           ADD 9 TO W-COL
           IF W-K < 8
              ADD 1 TO W-K
              GO TO IMPRIME-QUADRO-COL.
           MOVE W-LINTOT TO W-N5-E
           MOVE W-N5-E TO W-LINHA (W-COL:7)
           MOVE W-LINHA TO REGPRODOPTX
           WRITE REGPRODOPTX.
       IMPRIME-QUADRO-PROX.
           IF W-H < 24
              ADD 1 TO W-H
              GO TO IMPRIME-QUADRO-HORA.
           MOVE SPACES TO W-LINHA
           MOVE "TOTAL" TO W-LINHA (1:5)
           MOVE 1 TO W-K
           MOVE 8 TO W-COL.
       IMPRIME-QUADRO-TOT.
           MOVE W-TOTCAT (W-K) TO W-N5-E
           MOVE W-N5-E TO W-LINHA (W-COL:7)
           ADD 9 TO W-COL
           IF W-K < 8
              ADD 1 TO W-K
              GO TO IMPRIME-QUADRO-TOT.
           MOVE TBX-TOT TO W-N5-E
           MOVE W-N5-E TO W-LINHA (W-COL:7)
           MOVE W-LINHA TO REGPRODOPTX
           WRITE REGPRODOPTX
           MOVE ZEROS TO W-TAXA
           IF TBX-TOT > 0
              COMPUTE W-TAXA ROUNDED = TBX-CORR * 100 / TBX-TOT.
           MOVE W-TAXA TO W-TAXA-E
           MOVE TBX-CORR TO W-N5-E
           MOVE SPACES TO REGPRODOPTX
           STRING "  CORRECOES: " W-N5-E "   TAXA DE CORRECAO: "
                  W-TAXA-E "%"
                  DELIMITED BY SIZE INTO REGPRODOPTX
           WRITE REGPRODOPTX.
       IMPRIME-QUADRO-FIM.
           EXIT.

       CATALOGA.
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT".
       CATALOGA-FIM.
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
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-AUDITTX
           MOVE SPACES TO W-ARQ-CADSESSO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSESSO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSESSO
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-PRODOPTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PRODOPTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-PRODOPTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
