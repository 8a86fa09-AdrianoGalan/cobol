       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP086.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CADASTRO DE EQUIPAMENTOS MEDICOS POR PATRIMONIO: *
      * SALA E UNIDADE ONDE FICA, ASSISTENCIA TECNICA    *
      * (CADFORN), INTERVALO DA MANUTENCAO PREVENTIVA E  *
      * PROCEDIMENTOS QUE DEPENDEM DELE. A ULTIMA        *
      * PREVENTIVA E ATUALIZADA PELO SMP087. EQUIPAMENTO *
      * FORA DE SERVICO RECUSA O PROCEDIMENTO NA AGENDA  *
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

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN 
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFORN  
                                       WITH DUPLICATES.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCT
                    FILE STATUS  IS ST-ERRO.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDCTRL ASSIGN TO W-ARQ-AUDCTRL
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT AUDITTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      ***** SITUACAOEQ: A=EM USO  F=FORA DE SERVICO  I=BAIXADO
      ***** INTERVEQ: DIAS ENTRE PREVENTIVAS (0 = SEM PREVENTIVA)
      ***** SALAEQ 0 = EQUIPAMENTO PORTATIL (SEM SALA FIXA)
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSALA.
       01 REGSALA.
          03 CODSALA          PIC 9(02).
          03 DENOMSALA        PIC X(20).
          03 SITUACAOSA       PIC X(01).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROCT         PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
       FD AUDCTRL
               LABEL RECORD IS STANDARD.
       01 REGAUDCTRL.
          03 AC-SEQ        PIC 9(06).
          03 AC-HASH       PIC 9(10).
      *
       FD AUDITTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-AUDITTX.
       01 REGAUDITTX          PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
       01 W-ENCHASH    PIC 9(10) VALUE ZEROS.
       01 W-ENCWORK    PIC 9(18) VALUE ZEROS.
       01 W-ENCQ       PIC 9(08) VALUE ZEROS.
       01 W-ENCI       PIC 9(02) VALUE ZEROS.
       01 W-ENCJ       PIC 9(02) VALUE ZEROS.
       01 W-ENCPOS     PIC 9(02) VALUE ZEROS.
       01 W-ENCCH      PIC X(01) VALUE SPACES.
       01 W-ENCSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-ENCSET REDEFINES W-ENCSET-R PIC X(68).
       01 W-ARQ-CADEQUIP PIC X(64) VALUE
          "CADEQUIP.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADSALA PIC X(64) VALUE
          "CADSALA.DAT".
       01 W-ARQ-CADFORN PIC X(64) VALUE
          "CADFORN.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-CODOPERAUD  PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPERAUD PIC X(30) VALUE SPACES.
       01 W-DATAUD      PIC 9(08) VALUE ZEROS.
       01 W-HORAUD      PIC 9(08) VALUE ZEROS.
       01 W-ACAOAUD     PIC X(10) VALUE SPACES.
       01 W-LINHAUD.
          03 W-LINHAUD-DATA   PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HORA   PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-COD    PIC 9(04).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-NOME   PIC X(20).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-PROG   PIC X(07).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-ACAO   PIC X(10).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-CHAVE  PIC X(15).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-SEQ    PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 W-LINHAUD-HASH   PIC 9(10).
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-CONT2       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 WS-SESSFILE   PIC X(64) VALUE SPACES.
       01 W-TERMID      PIC X(08) VALUE SPACES.
       77 W-ESPCONT     PIC 9(06) VALUE ZEROS.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HASSAL      PIC 9(01) VALUE ZEROS.
       01 W-HASFOR      PIC 9(01) VALUE ZEROS.
       01 W-HASPRO      PIC 9(01) VALUE ZEROS.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-IPRO        PIC 9(01) VALUE ZEROS.
       01 W-JPRO        PIC 9(01) VALUE ZEROS.
       01 W-NOMEUNID    PIC X(20) VALUE SPACES.
       01 W-NOMESALA    PIC X(20) VALUE SPACES.
       01 W-NOMEFORN    PIC X(30) VALUE SPACES.
       01 W-TXTSIT      PIC X(16) VALUE SPACES.
       01 W-TXTPROX     PIC X(30) VALUE SPACES.
      ***** PROXIMA PREVENTIVA = ULTIMA + INTERVALO *****************
       01 W-PRDATA.
          03 W-PRANO  PIC 9(04).
          03 W-PRMES  PIC 9(02).
          03 W-PRDIA  PIC 9(02).
       01 W-PRDATAN REDEFINES W-PRDATA PIC 9(08).
       01 W-PRDIAS    PIC 9(05) VALUE ZEROS.
       01 W-DIAMES    PIC 9(02) VALUE ZEROS.
       01 W-RESTA     PIC 9(02) VALUE ZEROS.
       01 W-DST1      PIC 9(04) VALUE ZEROS.
       01 W-DST2      PIC 9(04) VALUE ZEROS.
       01 TABDMES-R.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDMES REDEFINES TABDMES-R.
          03 W-DMES   PIC 9(02) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEQUIP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** CADASTRO DE EQUIPAMENTOS".
           05  LINE 02  COLUMN 41
               VALUE  " MEDICOS *****".
           05  LINE 04  COLUMN 01
               VALUE  "  PATRIMONIO           :".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO            :".
           05  LINE 07  COLUMN 01
               VALUE  "  UNIDADE              :".
           05  LINE 08  COLUMN 01
               VALUE  "  SALA (0=PORTATIL)    :".
           05  LINE 09  COLUMN 01
               VALUE  "  ASSISTENCIA TECNICA  :".
           05  LINE 10  COLUMN 01
               VALUE  "  INTERVALO PREVENTIVA :".
           05  LINE 10  COLUMN 30
               VALUE  "DIAS (0=SEM PREVENTIVA)".
           05  LINE 11  COLUMN 01
               VALUE  "  ULTIMA PREVENTIVA    :".
           05  LINE 11  COLUMN 36
               VALUE  "(AAAAMMDD)".
           05  LINE 12  COLUMN 01
               VALUE  "  PROXIMA PREVENTIVA   :".
           05  LINE 14  COLUMN 01
               VALUE  "  PROCEDIMENTOS QUE DEPENDEM DO EQUIPAMENTO".
           05  LINE 15  COLUMN 01
               VALUE  "  (0 = NENHUM)         :".
           05  LINE 17  COLUMN 01
               VALUE  "  SITUACAO             :".
           05  LINE 18  COLUMN 01
               VALUE  "  (A=EM USO  F=FORA DE SERVICO; A BAIXA ".
           05  LINE 18  COLUMN 41
               VALUE  "E FEITA PELA EXCLUSAO)".
           05  TPATRIMEQ
               LINE 04  COLUMN 26  PIC X(10)
               USING  PATRIMEQ
               HIGHLIGHT.
           05  TDESCEQ
               LINE 06  COLUMN 26  PIC X(30)
               USING  DESCEQ
               HIGHLIGHT.
           05  TUNIDEQ
               LINE 07  COLUMN 26  PIC 99
               USING  UNIDEQ
               HIGHLIGHT.
           05  TNOMEUNID
               LINE 07  COLUMN 30  PIC X(20)
               USING  W-NOMEUNID
               HIGHLIGHT.
           05  TSALAEQ
               LINE 08  COLUMN 26  PIC 99
               USING  SALAEQ
               HIGHLIGHT.
           05  TNOMESALA
               LINE 08  COLUMN 30  PIC X(20)
               USING  W-NOMESALA
               HIGHLIGHT.
           05  TFORNEQ
               LINE 09  COLUMN 26  PIC 9999
               USING  FORNEQ
               HIGHLIGHT.
           05  TNOMEFORN
               LINE 09  COLUMN 32  PIC X(30)
               USING  W-NOMEFORN
               HIGHLIGHT.
           05  TINTERVEQ
               LINE 10  COLUMN 26  PIC 999
               USING  INTERVEQ
               HIGHLIGHT.
           05  TULTMANEQ
               LINE 11  COLUMN 26  PIC 9(08)
               USING  ULTMANEQ
               HIGHLIGHT.
           05  TTXTPROX
               LINE 12  COLUMN 26  PIC X(30)
               USING  W-TXTPROX
               HIGHLIGHT.
           05  TPROCEQ1
               LINE 15  COLUMN 26  PIC 9999
               USING  PROCEQ (1)
               HIGHLIGHT.
           05  TPROCEQ2
               LINE 15  COLUMN 32  PIC 9999
               USING  PROCEQ (2)
               HIGHLIGHT.
           05  TPROCEQ3
               LINE 15  COLUMN 38  PIC 9999
               USING  PROCEQ (3)
               HIGHLIGHT.
           05  TPROCEQ4
               LINE 15  COLUMN 44  PIC 9999
               USING  PROCEQ (4)
               HIGHLIGHT.
           05  TSITUACAOEQ
               LINE 17  COLUMN 26  PIC X(01)
               USING  SITUACAOEQ
               HIGHLIGHT.
           05  TTXTSIT
               LINE 17  COLUMN 30  PIC X(16)
               USING  W-TXTSIT
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

      ********** ABRE OU CRIA ARQUIVO*************************
       R0.
           OPEN I-O CADEQUIP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEQUIP
                 CLOSE CADEQUIP
                 MOVE "*** ARQUIVO CADEQUIP FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEQUIP" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEQUIP
              GO TO ROT-FIM2.

      ***** SALAS, FORNECEDORES E PROCEDIMENTOS SAO OPCIONAIS: SEM ***
      ***** O ARQUIVO SO O CODIGO 0 E ACEITO *************************
       R0B.
           MOVE 1 TO W-HASSAL
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASSAL.
           MOVE 1 TO W-HASFOR
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASFOR.
           MOVE 1 TO W-HASPRO
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRO.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO PATRIMEQ DESCEQ SITUACAOEQ
           MOVE SPACES TO W-NOMEUNID W-NOMESALA W-NOMEFORN
           MOVE SPACES TO W-TXTSIT W-TXTPROX
           MOVE ZEROS TO UNIDEQ SALAEQ FORNEQ INTERVEQ ULTMANEQ
           MOVE ZEROS TO PROCEQ (1) PROCEQ (2) PROCEQ (3) PROCEQ (4)
           MOVE ZEROS TO DATAEQ OPEREQ
           MOVE ZEROS TO W-SEL
           DISPLAY TELAEQUIP.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TPATRIMEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PATRIMEQ = SPACES
              MOVE "*** DIGITE O NUMERO DE PATRIMONIO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.

       LER-EQUIP.
           READ CADEQUIP
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-EQUIP.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-EQUIP THRU MOSTRA-EQUIP-FIM
                IF SITUACAOEQ = "I"
                   MOVE "*** EQUIPAMENTO BAIXADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001
                ELSE
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADEQUIP" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO SITUACAOEQ
                MOVE "EM USO" TO W-TXTSIT
                NEXT SENTENCE.

       R3.
           DISPLAY TELAEQUIP
           ACCEPT TDESCEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R1
              ELSE
                   GO TO R2.
           IF DESCEQ = SPACES
              MOVE "*** DIGITE A DESCRICAO DO EQUIPAMENTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       R4.
           ACCEPT TUNIDEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE UNIDEQ TO CODUNID
           READ CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           IF SITUACAOUN = "I"
              MOVE "*** UNIDADE INATIVA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           MOVE DENOMUNID TO W-NOMEUNID
           DISPLAY TNOMEUNID.

       R5.
           ACCEPT TSALAEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE SPACES TO W-NOMESALA
           IF SALAEQ = 0
              MOVE "PORTATIL" TO W-NOMESALA
              DISPLAY TNOMESALA
              GO TO R6.
           IF W-HASSAL = 0
              MOVE "*** SEM CADASTRO DE SALAS: USE 0 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE SALAEQ TO CODSALA
           READ CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "*** SALA NAO CADASTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF SITUACAOSA = "I"
              MOVE "*** SALA INATIVA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE DENOMSALA TO W-NOMESALA
           DISPLAY TNOMESALA.

       R6.
           ACCEPT TFORNEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE SPACES TO W-NOMEFORN
           IF FORNEQ = 0
              MOVE "SEM ASSISTENCIA CONTRATADA" TO W-NOMEFORN
              DISPLAY TNOMEFORN
              GO TO R7.
           IF W-HASFOR = 0
              MOVE "*** SEM CADASTRO DE FORNECEDORES: USE 0 ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
           MOVE FORNEQ TO CODFORN
           READ CADFORN
           IF ST-ERRO NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
           IF SITUACAOFO = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.
           MOVE NOMEFORN TO W-NOMEFORN
           DISPLAY TNOMEFORN.

       R7.
           ACCEPT TINTERVEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

       R8.
           ACCEPT TULTMANEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF ULTMANEQ NOT = 0
              IF ULTMANEQ (5:2) < "01" OR ULTMANEQ (5:2) > "12"
                 OR ULTMANEQ (7:2) < "01" OR ULTMANEQ (7:2) > "31"
                 MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R8.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF ULTMANEQ > W-HOJE-N
              MOVE "*** PREVENTIVA NAO PODE SER DATA FUTURA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           PERFORM CALC-PROX THRU CALC-PROX-FIM
           DISPLAY TTXTPROX.

      ***** ATE QUATRO PROCEDIMENTOS QUE SO SE FAZEM COM O ***********
      ***** EQUIPAMENTO (ECG, ULTRASSOM...) ****************************
       R9.
           MOVE 1 TO W-IPRO.
       R9-PROC.
           IF W-IPRO = 1
              ACCEPT TPROCEQ1.
           IF W-IPRO = 2
              ACCEPT TPROCEQ2.
           IF W-IPRO = 3
              ACCEPT TPROCEQ3.
           IF W-IPRO = 4
              ACCEPT TPROCEQ4.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-IPRO = 1
                 GO TO R8
              ELSE
                 SUBTRACT 1 FROM W-IPRO
                 GO TO R9-PROC.
           IF PROCEQ (W-IPRO) = 0
              GO TO R9-PROX.
           IF W-HASPRO = 0
              MOVE "*** SEM CADASTRO DE PROCEDIMENTOS: USE 0 ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9-PROC.
           MOVE PROCEQ (W-IPRO) TO CODPROCT
           READ CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9-PROC.
           MOVE SPACES TO MENS
           STRING "PROCEDIMENTO: " DENOMPROC
                  DELIMITED BY SIZE INTO MENS
           DISPLAY (16, 26) MENS
           MOVE 1 TO W-JPRO.
       R9-DUP.
           IF W-JPRO NOT < W-IPRO
              GO TO R9-PROX.
           IF PROCEQ (W-JPRO) = PROCEQ (W-IPRO)
              MOVE "*** PROCEDIMENTO JA INFORMADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9-PROC.
           ADD 1 TO W-JPRO
           GO TO R9-DUP.
       R9-PROX.
           IF W-IPRO < 4
              ADD 1 TO W-IPRO
              GO TO R9-PROC.
           MOVE SPACES TO MENS
           DISPLAY (16, 26) MENS.

       R10.
           ACCEPT TSITUACAOEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF SITUACAOEQ = "a" MOVE "A" TO SITUACAOEQ.
           IF SITUACAOEQ = "f" MOVE "F" TO SITUACAOEQ.
           IF SITUACAOEQ NOT = "A" AND SITUACAOEQ NOT = "F"
              MOVE "*** SITUACAO: A=EM USO  F=FORA DE SERVICO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R10.
           PERFORM TXT-SIT THRU TXT-SIT-FIM
           DISPLAY TTXTSIT
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                WRITE REGEQUIP
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEQUIP"
                                                       TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO ROT-FIM.

      *************** GRUD *********************************
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "BAIXAR    (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** EQUIPAMENTO NAO BAIXADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
      ***** O EQUIPAMENTO SO E BAIXADO: O HISTORICO DE MANUTENCAO ***
      ***** FICA PARA A FISCALIZACAO *********************************
       EXC-DL1.
                IF SITUACAOEQ = "I"
                   MOVE "*** EQUIPAMENTO JA ESTA BAIXADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                MOVE "I" TO SITUACAOEQ
                REWRITE REGEQUIP
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** EQUIPAMENTO BAIXADO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM MARCA-ALT THRU MARCA-ALT-FIM
                REWRITE REGEQUIP
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO ALT-RW1.
                IF ST-ERRO = "00" OR "02"
                   MOVE "ALTERACAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADEQUIP"  TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** MOSTRA O EQUIPAMENTO COM OS NOMES E A PROXIMA PREVENTIVA *
       MOSTRA-EQUIP.
                MOVE SPACES TO W-NOMEUNID W-NOMESALA W-NOMEFORN
                MOVE UNIDEQ TO CODUNID
                READ CADUNID
                IF ST-ERRO = "00"
                   MOVE DENOMUNID TO W-NOMEUNID.
                MOVE "PORTATIL" TO W-NOMESALA
                IF SALAEQ NOT = 0 AND W-HASSAL = 1
                   MOVE SPACES TO W-NOMESALA
                   MOVE SALAEQ TO CODSALA
                   READ CADSALA
                   IF ST-ERRO = "00"
                      MOVE DENOMSALA TO W-NOMESALA.
                MOVE "SEM ASSISTENCIA CONTRATADA" TO W-NOMEFORN
                IF FORNEQ NOT = 0 AND W-HASFOR = 1
                   MOVE SPACES TO W-NOMEFORN
                   MOVE FORNEQ TO CODFORN
                   READ CADFORN
                   IF ST-ERRO = "00"
                      MOVE NOMEFORN TO W-NOMEFORN.
                PERFORM TXT-SIT THRU TXT-SIT-FIM
                PERFORM CALC-PROX THRU CALC-PROX-FIM
                DISPLAY TELAEQUIP.
       MOSTRA-EQUIP-FIM.
                EXIT.

      ***** DESCRICAO DA SITUACAO ***********************************
       TXT-SIT.
           MOVE SPACES TO W-TXTSIT
           IF SITUACAOEQ = "A"
              MOVE "EM USO" TO W-TXTSIT.
           IF SITUACAOEQ = "F"
              MOVE "FORA DE SERVICO" TO W-TXTSIT.
           IF SITUACAOEQ = "I"
              MOVE "BAIXADO" TO W-TXTSIT.
       TXT-SIT-FIM.
           EXIT.

      ***** PROXIMA PREVENTIVA (ULTIMA + INTERVALO); SEM REGISTRO ****
      ***** DE PREVENTIVA O EQUIPAMENTO JA ESTA EM DIVIDA *************
       CALC-PROX.
           MOVE SPACES TO W-TXTPROX
           IF INTERVEQ = 0
              MOVE "SEM PREVENTIVA PROGRAMADA" TO W-TXTPROX
              GO TO CALC-PROX-FIM.
           IF ULTMANEQ = 0
              MOVE "VENCIDA (SEM REGISTRO)" TO W-TXTPROX
              GO TO CALC-PROX-FIM.
           MOVE ULTMANEQ TO W-PRDATAN
           MOVE INTERVEQ TO W-PRDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF W-PRDATAN < W-HOJE-N
              STRING "VENCIDA EM " W-PRDIA "/" W-PRMES "/" W-PRANO
                     DELIMITED BY SIZE INTO W-TXTPROX
           ELSE
              STRING W-PRDIA "/" W-PRMES "/" W-PRANO
                     DELIMITED BY SIZE INTO W-TXTPROX.
       CALC-PROX-FIM.
           EXIT.

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

      ***** DATA E OPERADOR DA ULTIMA ALTERACAO DO EQUIPAMENTO ******
       MARCA-ALT.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE W-HOJE-N TO DATAEQ
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE W-CODOPERAUD TO OPEREQ.
       MARCA-ALT-FIM.
           EXIT.

       LER-OPER.
                MOVE ZEROS TO W-CODOPERAUD
                MOVE SPACES TO W-NOMEOPERAUD
                DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
                ACCEPT W-TERMID FROM ENVIRONMENT-VALUE
                MOVE SPACES TO WS-SESSFILE
                STRING W-DIRDADOS DELIMITED BY SPACE
                       "SESSAO" DELIMITED BY SIZE
                       W-TERMID DELIMITED BY SPACE
                       ".DAT" DELIMITED BY SIZE
                  INTO WS-SESSFILE
                OPEN INPUT SESSAO
                IF ST-ERRO NOT = "00"
                   GO TO LER-OPER-FIM.
                READ SESSAO
                IF ST-ERRO = "00"
                   MOVE SESSCODOPER TO W-CODOPERAUD
                   MOVE SESSNOME    TO W-NOMEOPERAUD.
                CLOSE SESSAO.
       LER-OPER-FIM.
                EXIT.

       GRAVA-AUDIT.
                PERFORM LER-OPER THRU LER-OPER-FIM.
       GRAVA-AUDIT-LINHA.
                ACCEPT W-DATAUD FROM DATE
                ACCEPT W-HORAUD FROM TIME
                MOVE W-DATAUD          TO W-LINHAUD-DATA
                MOVE W-HORAUD          TO W-LINHAUD-HORA
                MOVE W-CODOPERAUD      TO W-LINHAUD-COD
                MOVE W-NOMEOPERAUD     TO W-LINHAUD-NOME
                MOVE "SMP086"          TO W-LINHAUD-PROG
                MOVE PATRIMEQ          TO W-LINHAUD-CHAVE
                MOVE W-ACAOAUD         TO W-LINHAUD-ACAO
                PERFORM ENCADEIA-AUDIT THRU ENCADEIA-AUDIT-FIM
                OPEN EXTEND AUDITTX
                IF ST-ERRO = "30"
                   OPEN OUTPUT AUDITTX.
                MOVE W-LINHAUD TO REGAUDITTX
                WRITE REGAUDITTX
                CLOSE AUDITTX.
       GRAVA-AUDIT-FIM.
                EXIT.
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

       ROT-FIM.
           CLOSE CADEQUIP CADUNID.
           IF W-HASSAL = 1
              CLOSE CADSALA.
           IF W-HASFOR = 1
              CLOSE CADFORN.
           IF W-HASPRO = 1
              CLOSE CADPROC.
       ROT-FIM2.
           EXIT PROGRAM.

      ***** ENCADEIA A LINHA DE AUDITORIA: NUMERO SEQUENCIAL E ******
      ***** VALOR DE VERIFICACAO CALCULADO SOBRE A LINHA E O ********
      ***** VALOR ANTERIOR (GUARDADO EM AUDCTRL.DAT); O SMPRVER *****
      ***** CONFERE A CADEIA ****************************************
       ENCADEIA-AUDIT.
           MOVE ZEROS TO W-ENCSEQ
           MOVE 7     TO W-ENCHASH
           OPEN INPUT AUDCTRL
           IF ST-ERRO = "00"
              READ AUDCTRL
              IF ST-ERRO = "00"
                 MOVE AC-SEQ  TO W-ENCSEQ
                 MOVE AC-HASH TO W-ENCHASH.
           CLOSE AUDCTRL
           ADD 1 TO W-ENCSEQ
           MOVE W-ENCSEQ TO W-LINHAUD-SEQ
           MOVE 1 TO W-ENCI.
       ENCADEIA-LOOP.
           IF W-ENCI > 83
              GO TO ENCADEIA-GRAVA.
           MOVE W-LINHAUD (W-ENCI:1) TO W-ENCCH
           MOVE ZEROS TO W-ENCPOS
           MOVE 1 TO W-ENCJ.
       ENCADEIA-BUSCA.
           IF W-ENCJ > 68
              GO TO ENCADEIA-SOMA.
           IF W-ENCSET (W-ENCJ:1) = W-ENCCH
              MOVE W-ENCJ TO W-ENCPOS
              GO TO ENCADEIA-SOMA.
           ADD 1 TO W-ENCJ
           GO TO ENCADEIA-BUSCA.
       ENCADEIA-SOMA.
           IF W-ENCPOS = 0
              MOVE 69 TO W-ENCPOS.
           COMPUTE W-ENCWORK = W-ENCHASH * 131 + W-ENCPOS * W-ENCI
           DIVIDE W-ENCWORK BY 9999999967 GIVING W-ENCQ
                  REMAINDER W-ENCHASH
           ADD 1 TO W-ENCI
           GO TO ENCADEIA-LOOP.
       ENCADEIA-GRAVA.
           MOVE W-ENCHASH TO W-LINHAUD-HASH
           OPEN OUTPUT AUDCTRL
           IF ST-ERRO = "00"
              MOVE W-ENCSEQ  TO AC-SEQ
              MOVE W-ENCHASH TO AC-HASH
              WRITE REGAUDCTRL
              CLOSE AUDCTRL.
       ENCADEIA-AUDIT-FIM.
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
           MOVE SPACES TO W-ARQ-CADEQUIP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEQUIP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEQUIP
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADSALA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSALA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSALA
           MOVE SPACES TO W-ARQ-CADFORN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFORN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFORN
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-AUDITTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDITTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-AUDITTX
           MOVE SPACES TO W-ARQ-AUDCTRL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AUDCTRL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-AUDCTRL
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
