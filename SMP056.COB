       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP056.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * ANAMNESE DA CONSULTA: APRESENTA O MODELO DE      *
      * PERGUNTAS DA ESPECIALIDADE DO MEDICO E GRAVA AS  *
      * RESPOSTAS NA CHAVE DA CONSULTA (CADRESPQ)        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRESPQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESPQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADQUEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUEST
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


       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.


       SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESP WITH DUPLICATES.


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
       FD CADRESPQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRESPQ.
       01 REGRESPQ.
          03 KEYRESPQ.
             05 CPFRQ         PIC 9(11).
             05 DATARQ.
                07 DIARQ      PIC 9(02).
                07 MESRQ      PIC 9(02).
                07 ANORQ      PIC 9(04).
             05 SEQRQ         PIC 9(02).
             05 NUMPERGRQ     PIC 9(02).
          03 CODESPRQ         PIC 9(02).
          03 TIPORQ           PIC X(01).
          03 RESPOSTA         PIC X(40).
          03 RESPNUM          PIC 9(06)V99.
          03 DATAREGRQ        PIC 9(08).
          03 HORAREGRQ        PIC 9(04).
          03 OPERRQ           PIC 9(04).
      *
       FD CADQUEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADQUEST.
       01 REGQUEST.
          03 KEYQUEST.
             05 CODESPQ       PIC 9(02).
             05 NUMPERG       PIC 9(02).
          03 TEXTOPERG        PIC X(50).
          03 TIPORESP         PIC X(01).
          03 SITUACAOQ        PIC X(01).
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMED.
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOME          PIC X(30).
          03 QTDESPEC      PIC 9(01).
          03 ESPECIALIDADE PIC 9(02) OCCURS 6 TIMES.
          03 SEXO          PIC X(01).
          03 DNASC.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SITUACAO      PIC X(01).
          03 NOMEFON      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESP.
       01 REGESP.
          03 CODESP        PIC 9(02).
          03 DENOMESP      PIC X(15).
          03 SITUACAO      PIC X(01).
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
       01 W-ARQ-CADRESPQ PIC X(64) VALUE
          "CADRESPQ.DAT".
       01 W-ARQ-CADQUEST PIC X(64) VALUE
          "CADQUEST.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
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
       01 W-HASASS      PIC 9(01) VALUE ZEROS.
       01 W-ASSINADA    PIC 9(01) VALUE ZEROS.
       01 W-HASESP      PIC 9(01) VALUE ZEROS.
       01 W-EXISTE      PIC 9(01) VALUE ZEROS.
       01 W-ESPOK       PIC 9(01) VALUE ZEROS.
       01 W-IE          PIC 9(01) VALUE ZEROS.
       01 W-ESPANAM     PIC 9(02) VALUE ZEROS.
       01 W-ESPEXIST    PIC 9(02) VALUE ZEROS.
       01 W-QTDPERG     PIC 9(02) VALUE ZEROS.
       01 W-QTDRESP     PIC 9(02) VALUE ZEROS.
       01 W-QTDGRAV     PIC 9(02) VALUE ZEROS.
       01 W-RESPSN      PIC X(01) VALUE SPACES.
       01 W-RESPTXT     PIC X(40) VALUE SPACES.
       01 W-RESPNUM     PIC 9(06)V99 VALUE ZEROS.
       01 W-TXTTIPO     PIC X(20) VALUE SPACES.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAANAM.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** ANAMNESE DA CONSULTA *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF DO PACIENTE:".
           05  LINE 04  COLUMN 41
               VALUE  "  DATA:".
           05  LINE 05  COLUMN 01
               VALUE  "  SEQ CONSULTA:".
           05  LINE 05  COLUMN 41
               VALUE  "  STATUS:".
           05  LINE 06  COLUMN 01
               VALUE  "  MEDICO (CRM):".
           05  LINE 07  COLUMN 01
               VALUE  "  ESPECIALIDADE:".
           05  LINE 09  COLUMN 01
               VALUE  "  PERGUNTAS RESPONDIDAS:".
           05  LINE 11  COLUMN 01
               VALUE  "  PERGUNTA:".
           05  LINE 13  COLUMN 01
               VALUE  "  TIPO:".
           05  LINE 15  COLUMN 01
               VALUE  "  RESPOSTA:".
           05  TCPFC
               LINE 04  COLUMN 20  PIC 999.999.999.99
               USING  CPFC
               HIGHLIGHT.
           05  TDATACON1
               LINE 04  COLUMN 49  PIC 99.99.9999
               USING  DATACON1
               HIGHLIGHT.
           05  TSEQCON
               LINE 05  COLUMN 17  PIC 99
               USING  SEQCON
               HIGHLIGHT.
           05  TSTATUSCONS
               LINE 05  COLUMN 51  PIC X(01)
               USING  STATUSCONS
               HIGHLIGHT.
           05  TCODMEDICO
               LINE 06  COLUMN 17  PIC 9(06)
               USING  CODMEDICO
               HIGHLIGHT.
           05  TESPANAM
               LINE 07  COLUMN 18  PIC 99
               USING  W-ESPANAM
               HIGHLIGHT.
           05  TQTDRESP
               LINE 09  COLUMN 26  PIC Z9
               USING  W-QTDRESP
               HIGHLIGHT.
       01  TRESPSN.
           05  LINE 15  COLUMN 13  PIC X(01)
               USING  W-RESPSN
               HIGHLIGHT.
       01  TRESPNUM.
           05  LINE 15  COLUMN 13  PIC ZZZZZ9,99
               USING  W-RESPNUM
               HIGHLIGHT.
       01  TRESPTXT.
           05  LINE 15  COLUMN 13  PIC X(40)
               USING  W-RESPTXT
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
           OPEN I-O CADRESPQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRESPQ
                 CLOSE CADRESPQ
                 MOVE "*** ARQUIVO CADRESPQ FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRESPQ" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADQUEST
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM MODELO DE ANAMNESE CADASTRADO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADRESPQ
              GO TO ROT-FIM2.

       R0B.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADRESPQ CADQUEST
              GO TO ROT-FIM2.

       R0C.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADRESPQ CADQUEST CADCONSU
              GO TO ROT-FIM2.

      ***** ESPECIALIDADES (OPCIONAL, SO PARA MOSTRAR O NOME)
       R0D.
           MOVE 1 TO W-HASESP
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASESP.

      ***** ASSINATURAS DAS CONSULTAS (OPCIONAL): CONSULTA ASSINADA
      ***** NAO PODE MAIS SER ALTERADA
       R0S.
           MOVE 1 TO W-HASASS
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASASS.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO STATUSCONS
           MOVE ZEROS TO CPFC DATACON1 SEQCON CODMEDICO
           MOVE ZEROS TO W-ESPANAM W-ESPEXIST W-QTDRESP W-QTDPERG
           MOVE ZEROS TO W-QTDGRAV
           DISPLAY TELAANAM.

       R2.
           ACCEPT TCPFC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CPFC = 0
              MOVE "*** DIGITE O CPF ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.

       R3.
           ACCEPT TDATACON1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF DATACON1 = 0
              MOVE "*** DIGITE A DATA DA CONSULTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       R3A.
           ACCEPT TSEQCON
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF SEQCON = 0
              MOVE 01 TO SEQCON.

       CHK-CONSU.
           READ CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF STATUSCONS = "C"
              MOVE "*** CONSULTA CANCELADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF STATUSCONS = "F"
              MOVE "*** PACIENTE FALTOU A CONSULTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           PERFORM CHK-ASSIN THRU CHK-ASSIN-FIM
           IF W-ASSINADA = 1
              MOVE "*** CONSULTA ASSINADA: ANAMNESE BLOQUEADA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           MOVE CODMEDICO TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** MEDICO DA CONSULTA NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           DISPLAY TELAANAM
           DISPLAY (06, 25) NOME.

      ***** A ANAMNESE JA INICIADA CONTINUA NA MESMA ESPECIALIDADE;
      ***** SENAO SUGERE A ESPECIALIDADE PRINCIPAL DO MEDICO
           PERFORM BUSCA-ESPRESP THRU BUSCA-ESPRESP-FIM
           IF W-ESPEXIST NOT = 0
              MOVE W-ESPEXIST TO W-ESPANAM
           ELSE
              MOVE ESPECIALIDADE (1) TO W-ESPANAM.

       R4.
           DISPLAY TQTDRESP
           ACCEPT TESPANAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ESPEXIST NOT = 0 AND W-ESPANAM NOT = W-ESPEXIST
              MOVE "* ANAMNESE JA INICIADA EM OUTRA ESPECIALIDADE *"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              MOVE W-ESPEXIST TO W-ESPANAM
              GO TO R4.
           MOVE 0 TO W-ESPOK
           MOVE 1 TO W-IE.
       R4-ESP.
           IF W-IE > QTDESPEC OR W-IE > 6
              GO TO R4-VALIDA.
           IF ESPECIALIDADE (W-IE) = W-ESPANAM
              MOVE 1 TO W-ESPOK
              GO TO R4-VALIDA.
           ADD 1 TO W-IE
           GO TO R4-ESP.
       R4-VALIDA.
           IF W-ESPOK = 0
              MOVE "*** ESPECIALIDADE NAO PERTENCE AO MEDICO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           DISPLAY (07, 21) "               "
           IF W-HASESP = 1
              MOVE W-ESPANAM TO CODESP
              READ CADESP
              IF ST-ERRO = "00"
                 DISPLAY (07, 21) DENOMESP.
           MOVE W-ESPANAM TO CODESPQ
           MOVE ZEROS TO NUMPERG
           START CADQUEST KEY IS NOT LESS KEYQUEST
           IF ST-ERRO NOT = "00"
              MOVE "*** SEM MODELO PARA A ESPECIALIDADE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE ZEROS TO W-QTDPERG W-QTDGRAV.

      ***** PERCORRE AS PERGUNTAS ATIVAS DO MODELO ******************
       PERG-LER.
           READ CADQUEST NEXT
           IF ST-ERRO NOT = "00"
              GO TO PERG-FIM.
           IF CODESPQ NOT = W-ESPANAM
              GO TO PERG-FIM.
           IF SITUACAOQ = "I"
              GO TO PERG-LER.
           ADD 1 TO W-QTDPERG
           DISPLAY (11, 13) NUMPERG
           DISPLAY (11, 16) TEXTOPERG
           MOVE "TEXTO LIVRE" TO W-TXTTIPO
           IF TIPORESP = "S"
              MOVE "SIM/NAO (S/N)" TO W-TXTTIPO.
           IF TIPORESP = "N"
              MOVE "NUMERO" TO W-TXTTIPO.
           DISPLAY (13, 13) W-TXTTIPO
           DISPLAY (15, 13) "                                        "
           MOVE CPFC      TO CPFRQ
           MOVE DATACON1  TO DATARQ
           MOVE SEQCON    TO SEQRQ
           MOVE NUMPERG   TO NUMPERGRQ
           MOVE SPACES TO W-RESPSN W-RESPTXT
           MOVE ZEROS  TO W-RESPNUM
           MOVE 0 TO W-EXISTE.
       PERG-LER-RESP.
           READ CADRESPQ
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PERG-LER-RESP.
           IF ST-ERRO = "00"
              MOVE 1 TO W-EXISTE
              MOVE RESPOSTA TO W-RESPTXT
              MOVE RESPOSTA (1:1) TO W-RESPSN
              MOVE RESPNUM TO W-RESPNUM.

       PERG-RESP.
           IF TIPORESP = "S"
              ACCEPT TRESPSN
           ELSE
              IF TIPORESP = "N"
                 ACCEPT TRESPNUM
              ELSE
                 ACCEPT TRESPTXT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE "*** ANAMNESE INTERROMPIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PERG-FIM.
           IF TIPORESP NOT = "S"
              GO TO PERG-GRAVA.
           IF W-RESPSN = "s"
              MOVE "S" TO W-RESPSN.
           IF W-RESPSN = "n"
              MOVE "N" TO W-RESPSN.
           IF W-RESPSN NOT = "S" AND W-RESPSN NOT = "N"
              AND W-RESPSN NOT = SPACE
              MOVE "*** RESPONDA S=SIM  N=NAO  OU DEIXE EM BRANCO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PERG-RESP.
           MOVE W-RESPSN TO W-RESPTXT.

      ***** RESPOSTA EM BRANCO NAO E GRAVADA (E APAGA A ANTERIOR) **
       PERG-GRAVA.
           IF TIPORESP NOT = "N" AND W-RESPTXT = SPACES
              IF W-EXISTE = 1
                 GO TO PERG-APAGA
              ELSE
                 GO TO PERG-LER.
           MOVE W-ESPANAM TO CODESPRQ
           MOVE TIPORESP  TO TIPORQ
           MOVE SPACES    TO RESPOSTA
           MOVE ZEROS     TO RESPNUM
           IF TIPORESP = "N"
              MOVE W-RESPNUM TO RESPNUM
           ELSE
              MOVE W-RESPTXT TO RESPOSTA.
           ACCEPT W-DATAUD FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-DATAUD TO DATAREGRQ
           MOVE W-HORAAGORA (1:4) TO HORAREGRQ
           MOVE W-CODOPERAUD TO OPERRQ.
       PERG-WR1.
           IF W-EXISTE = 1
              REWRITE REGRESPQ
           ELSE
              WRITE REGRESPQ.
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PERG-WR1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESPQ" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO PERG-FIM.
           IF W-EXISTE = 0
              ADD 1 TO W-QTDRESP.
           ADD 1 TO W-QTDGRAV
           DISPLAY TQTDRESP
           GO TO PERG-LER.

       PERG-APAGA.
           DELETE CADRESPQ RECORD
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO PERG-APAGA.
           IF ST-ERRO = "00" AND W-QTDRESP > 0
              SUBTRACT 1 FROM W-QTDRESP
              ADD 1 TO W-QTDGRAV
              DISPLAY TQTDRESP.
           GO TO PERG-LER.

       PERG-FIM.
           IF W-QTDPERG = 0
              MOVE "*** SEM PERGUNTAS ATIVAS NA ESPECIALIDADE ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.
           IF W-QTDGRAV > 0
              MOVE "ANAMNESE" TO W-ACAOAUD
              PERFORM GRAVA-AUDIT-LINHA THRU GRAVA-AUDIT-FIM
              MOVE "*** ANAMNESE REGISTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           GO TO R1.

      ***** ESPECIALIDADE E QUANTIDADE DAS RESPOSTAS JA GRAVADAS ****
       BUSCA-ESPRESP.
           MOVE ZEROS TO W-ESPEXIST W-QTDRESP
           MOVE CPFC      TO CPFRQ
           MOVE DATACON1  TO DATARQ
           MOVE SEQCON    TO SEQRQ
           MOVE ZEROS     TO NUMPERGRQ
           START CADRESPQ KEY IS NOT LESS KEYRESPQ
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ESPRESP-FIM.
       BUSCA-ESPRESP-LER.
           READ CADRESPQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-ESPRESP-FIM.
           IF CPFRQ NOT = CPFC OR DATARQ NOT = DATACON1
              OR SEQRQ NOT = SEQCON
              GO TO BUSCA-ESPRESP-FIM.
           MOVE CODESPRQ TO W-ESPEXIST
           ADD 1 TO W-QTDRESP
           GO TO BUSCA-ESPRESP-LER.
       BUSCA-ESPRESP-FIM.
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
                MOVE "SMP056"          TO W-LINHAUD-PROG
                MOVE CPFC               TO W-LINHAUD-CHAVE
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
           CLOSE CADRESPQ.
           CLOSE CADQUEST.
           CLOSE CADCONSU.
           CLOSE CADMED.
           IF W-HASESP = 1
              CLOSE CADESP.
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
           MOVE SPACES TO W-ARQ-CADRESPQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRESPQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRESPQ
           MOVE SPACES TO W-ARQ-CADQUEST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADQUEST.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADQUEST
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
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
