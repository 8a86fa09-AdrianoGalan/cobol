       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP053.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * EVOLUCAO CLINICA DA CONSULTA NO FORMATO SOAP     *
      * (SUBJETIVO / OBJETIVO / AVALIACAO / PLANO), COM  *
      * QUANTAS LINHAS O MEDICO PRECISAR                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOL
                    FILE STATUS  IS ST-ERRO.

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
       FD CADEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEVOL.
       01 REGEVOL.
          03 KEYEVOL.
             05 CPFEV         PIC 9(11).
             05 DATAEV.
                07 DIAEV      PIC 9(02).
                07 MESEV      PIC 9(02).
                07 ANOEV      PIC 9(04).
             05 SEQEV         PIC 9(02).
             05 LINHAEV       PIC 9(03).
          03 TIPOEV           PIC X(01).
          03 TEXTOEV          PIC X(60).
          03 DATAREGEV        PIC 9(08).
          03 HORAREGEV        PIC 9(04).
          03 OPEREV           PIC 9(04).
          03 SITUACAOEV       PIC X(01).
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
       01 W-ARQ-CADEVOL PIC X(64) VALUE
          "CADEVOL.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-HASASS      PIC 9(01) VALUE ZEROS.
       01 W-ASSINADA    PIC 9(01) VALUE ZEROS.
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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-ESPCONT     PIC 9(06) VALUE ZEROS.
       01 W-TXTTIPOEV   PIC X(10) VALUE SPACES.
       01 W-ULTLIN      PIC 9(03) VALUE ZEROS.
       01 W-LINATUAL    PIC 9(03) VALUE ZEROS.
       01 W-SAVEEVOL    PIC X(102) VALUE SPACES.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
      ***** ULTIMAS LINHAS DA EVOLUCAO MOSTRADAS NA TELA ************
       01 W-QTDTB       PIC 9(02) VALUE ZEROS.
       01 W-ITB         PIC 9(02) VALUE ZEROS.
       01 W-JTB         PIC 9(02) VALUE ZEROS.
       01 W-LINTELA     PIC 9(02) VALUE ZEROS.
       01 W-LINTB.
          03 W-LTB-LINHA  PIC 9(03).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-LTB-TIPO   PIC X(01).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-LTB-TEXTO  PIC X(60).
       01 W-TBEVOL.
          03 W-TBLIN   PIC X(66) OCCURS 10 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEVOL.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** EVOLUCAO CLINICA DA CONSUL".
           05  LINE 02  COLUMN 41
               VALUE  "TA (SOAP) *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE:".
           05  LINE 04  COLUMN 41
               VALUE  "  DATA:".
           05  LINE 05  COLUMN 01
               VALUE  "  SEQ CONSULTA:".
           05  LINE 05  COLUMN 41
               VALUE  "  LINHA:".
           05  LINE 05  COLUMN 55
               VALUE  "(0 = PROXIMA)".
           05  LINE 06  COLUMN 01
               VALUE  "  MEDICO (CRM):".
           05  LINE 08  COLUMN 01
               VALUE  "  TIPO (S/O/A/P):".
           05  LINE 09  COLUMN 01
               VALUE  "  TEXTO:".
           05  LINE 11  COLUMN 01
               VALUE  "  --- LINHAS REGISTRADAS (ULTIMAS 10) ---".
           05  TCPFEV
               LINE 04  COLUMN 20  PIC 999.999.999.99
               USING  CPFEV
               HIGHLIGHT.
           05  TDATAEV
               LINE 04  COLUMN 49  PIC 99.99.9999
               USING  DATAEV
               HIGHLIGHT.
           05  TSEQEV
               LINE 05  COLUMN 17  PIC 99
               USING  SEQEV
               HIGHLIGHT.
           05  TLINHAEV
               LINE 05  COLUMN 50  PIC 999
               USING  LINHAEV
               HIGHLIGHT.
           05  TCODMEDICO
               LINE 06  COLUMN 17  PIC 9(06)
               USING  CODMEDICO
               HIGHLIGHT.
           05  TTIPOEV
               LINE 08  COLUMN 20  PIC X(01)
               USING  TIPOEV
               HIGHLIGHT.
           05  TTXTTIPOEV
               LINE 08  COLUMN 23  PIC X(10)
               USING  W-TXTTIPOEV
               HIGHLIGHT.
           05  TTEXTOEV
               LINE 09  COLUMN 10  PIC X(60)
               USING  TEXTOEV
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
           OPEN I-O CADEVOL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEVOL
                 CLOSE CADEVOL
                 MOVE "*** ARQUIVO CADEVOL FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEVOL" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEVOL
              GO TO ROT-FIM2.

      ***** ASSINATURAS DAS CONSULTAS (OPCIONAL): CONSULTA ASSINADA
      ***** NAO PODE MAIS SER ALTERADA
       R0S.
           MOVE 1 TO W-HASASS
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASASS.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TIPOEV TEXTOEV SITUACAOEV W-TXTTIPOEV
           MOVE ZEROS TO CPFEV DATAEV SEQEV LINHAEV CODMEDICO
           MOVE ZEROS TO DATAREGEV HORAREGEV OPEREV
           MOVE ZEROS TO W-SEL
           DISPLAY TELAEVOL.

       R2.
           ACCEPT TCPFEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CPFEV = 0
              MOVE "*** DIGITE O CPF ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.

       R3.
           ACCEPT TDATAEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF DATAEV = 0
              MOVE "*** DIGITE A DATA DA CONSULTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       R3A.
           ACCEPT TSEQEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF SEQEV = 0
              MOVE 01 TO SEQEV.

      ***** A EVOLUCAO SO PODE EXISTIR PARA UMA CONSULTA REAL
       CHK-CONSU.
           MOVE CPFEV  TO CPFC
           MOVE DATAEV TO DATACON1
           MOVE SEQEV  TO SEQCON
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF STATUSCONS = "C"
              MOVE "*** CONSULTA CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           PERFORM CHK-ASSIN THRU CHK-ASSIN-FIM.
           DISPLAY TELAEVOL
           PERFORM MOSTRA-EVOL THRU MOSTRA-EVOL-FIM.

       R3B.
           MOVE ZEROS TO LINHAEV
           ACCEPT TLINHAEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           IF LINHAEV = 0 AND W-ASSINADA = 1
              MOVE "*** CONSULTA ASSINADA: USE ADENDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3B.
           IF LINHAEV = 0
              IF W-ULTLIN = 999
                 MOVE "*** CONSULTA SEM LINHA LIVRE ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R3B
              ELSE
                 COMPUTE LINHAEV = W-ULTLIN + 1
                 DISPLAY TELAEVOL
                 GO TO R4.

       LER-EVOL.
           MOVE LINHAEV TO W-LINATUAL
           READ CADEVOL
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-EVOL.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-FIM
                DISPLAY TELAEVOL
                PERFORM MOSTRA-EVOL THRU MOSTRA-EVOL-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADEVOL" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** LINHA NAO REGISTRADA, USE 0 ***" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO R3B.

      ***** TIPO DA LINHA: S=SUBJETIVO O=OBJETIVO A=AVALIACAO *******
      ***** P=PLANO *************************************************
       R4.
           ACCEPT TTIPOEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3B.
           PERFORM MOSTRA-TIPO THRU MOSTRA-TIPO-FIM
           IF W-TXTTIPOEV = SPACES
              MOVE "*** TIPO: S, O, A OU P ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           DISPLAY TTXTTIPOEV.

       R5.
           ACCEPT TTEXTOEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF TEXTOEV = SPACES
              MOVE "*** DIGITE O TEXTO DA EVOLUCAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                DISPLAY (23, 40) LIMPA.
       INC-WR0.
                PERFORM LER-OPER THRU LER-OPER-FIM
                ACCEPT DATAREGEV FROM DATE YYYYMMDD
                ACCEPT W-HORAAGORA FROM TIME
                MOVE W-HORAAGORA (1:4) TO HORAREGEV
                MOVE W-CODOPERAUD TO OPEREV.
       INC-WR1.
                MOVE "A" TO SITUACAOEV
                WRITE REGEVOL
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                      GO TO PROX-LINHA.
                IF ST-ERRO = "22"

                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEVOL"
                                                       TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO ROT-FIM.

      ***** MANTEM A CONSULTA E O TIPO E AVANCA PARA A PROXIMA ******
      ***** LINHA DA EVOLUCAO ***************************************
       PROX-LINHA.
           MOVE REGEVOL TO W-SAVEEVOL
           DISPLAY TELAEVOL
           PERFORM MOSTRA-EVOL THRU MOSTRA-EVOL-FIM
           MOVE W-SAVEEVOL TO REGEVOL
           IF W-ULTLIN = 999
              MOVE "*** CONSULTA SEM LINHA LIVRE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           COMPUTE LINHAEV = W-ULTLIN + 1
           MOVE SPACES TO TEXTOEV
           DISPLAY TELAEVOL
           GO TO R5.

      *************** GRUD *********************************
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVA LINHA   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ASSINADA = 1 AND W-OPCAO NOT = "N"
                   MOVE "*** CONSULTA ASSINADA: USE ADENDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "N"
                   GO TO R3B
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                IF SITUACAOEV = "I"
                   MOVE "*** REGISTRO JA ESTA EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "I" TO SITUACAOEV
                REWRITE REGEVOL
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO EXC-DL1.
                IF ST-ERRO = "00"
                   MOVE "EXCLUSAO" TO W-ACAOAUD
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                MOVE "A" TO SITUACAOEV
                REWRITE REGEVOL
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADEVOL"   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** DESCRICAO DO TIPO DA LINHA (BRANCO = TIPO INVALIDO) *****
       MOSTRA-TIPO.
           MOVE SPACES TO W-TXTTIPOEV
           IF TIPOEV = "s"
              MOVE "S" TO TIPOEV.
           IF TIPOEV = "o"
              MOVE "O" TO TIPOEV.
           IF TIPOEV = "a"
              MOVE "A" TO TIPOEV.
           IF TIPOEV = "p"
              MOVE "P" TO TIPOEV.
           IF TIPOEV = "S"
              MOVE "SUBJETIVO" TO W-TXTTIPOEV.
           IF TIPOEV = "O"
              MOVE "OBJETIVO" TO W-TXTTIPOEV.
           IF TIPOEV = "A"
              MOVE "AVALIACAO" TO W-TXTTIPOEV.
           IF TIPOEV = "P"
              MOVE "PLANO" TO W-TXTTIPOEV.
       MOSTRA-TIPO-FIM.
           EXIT.

      ***** LE TODAS AS LINHAS DA CONSULTA: GUARDA A ULTIMA LINHA ***
      ***** USADA E MOSTRA AS DEZ ULTIMAS LINHAS ATIVAS *************
       MOSTRA-EVOL.
           MOVE REGEVOL TO W-SAVEEVOL
           MOVE ZEROS TO W-ULTLIN W-QTDTB
           MOVE SPACES TO W-TBEVOL
           MOVE ZEROS TO LINHAEV
           START CADEVOL KEY IS NOT LESS KEYEVOL INVALID KEY
              GO TO MOSTRA-EVOL-TELA.
       MOSTRA-EVOL-LER.
           READ CADEVOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-EVOL-TELA.
           IF CPFEV NOT = CPFC OR DATAEV NOT = DATACON1
              OR SEQEV NOT = SEQCON
              GO TO MOSTRA-EVOL-TELA.
           MOVE LINHAEV TO W-ULTLIN
           IF SITUACAOEV = "I"
              GO TO MOSTRA-EVOL-LER.
           IF W-QTDTB = 10
              PERFORM MOSTRA-EVOL-DESLOCA THRU MOSTRA-EVOL-DESLOCA-FIM
           ELSE
              ADD 1 TO W-QTDTB.
           MOVE LINHAEV TO W-LTB-LINHA
           MOVE TIPOEV  TO W-LTB-TIPO
           MOVE TEXTOEV TO W-LTB-TEXTO
           MOVE W-LINTB TO W-TBLIN (W-QTDTB)
           GO TO MOSTRA-EVOL-LER.
       MOSTRA-EVOL-TELA.
           MOVE 1 TO W-ITB.
       MOSTRA-EVOL-TELA2.
           IF W-ITB > 10
              GO TO MOSTRA-EVOL-FIM.
           ADD 11 W-ITB GIVING W-LINTELA
           DISPLAY (W-LINTELA, 03) W-TBLIN (W-ITB)
           ADD 1 TO W-ITB
           GO TO MOSTRA-EVOL-TELA2.
       MOSTRA-EVOL-FIM.
           MOVE W-SAVEEVOL TO REGEVOL.

      ***** DESCARTA A LINHA MAIS ANTIGA DA TABELA DA TELA **********
       MOSTRA-EVOL-DESLOCA.
           MOVE 1 TO W-ITB.
       MOSTRA-EVOL-DESLOCA2.
           IF W-ITB > 9
              GO TO MOSTRA-EVOL-DESLOCA-FIM.
           ADD 1 W-ITB GIVING W-JTB
           MOVE W-TBLIN (W-JTB) TO W-TBLIN (W-ITB)
           ADD 1 TO W-ITB
           GO TO MOSTRA-EVOL-DESLOCA2.
       MOSTRA-EVOL-DESLOCA-FIM.
           EXIT.

      ***** OPERADOR DA SESSAO (GRAVADO NA LINHA DA EVOLUCAO) *******
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
                MOVE "SMP053"          TO W-LINHAUD-PROG
                MOVE CPFEV             TO W-LINHAUD-CHAVE
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

      ***** VERIFICA SE A CONSULTA JA FOI ASSINADA PELO MEDICO ****
      ***** (O ARQUIVO PODE TER SIDO CRIADO DEPOIS DA ABERTURA) ****
       CHK-ASSIN.
           MOVE 0 TO W-ASSINADA
           IF W-HASASS = 0
              OPEN INPUT CADASSIN
              IF ST-ERRO = "00"
                 MOVE 1 TO W-HASASS
              ELSE
                 GO TO CHK-ASSIN-FIM.
           MOVE CPFC     TO CPFAS
           MOVE DATACON1 TO DATAAS
           MOVE SEQCON   TO SEQAS
           READ CADASSIN
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASSINADA.
       CHK-ASSIN-FIM.
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
           CLOSE CADEVOL.
           CLOSE CADCONSU.
           IF W-HASASS = 1
              CLOSE CADASSIN.
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
           MOVE SPACES TO W-ARQ-CADEVOL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVOL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVOL
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
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
