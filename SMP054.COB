       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP054.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * ASSINATURA DA CONSULTA PELO MEDICO E ADENDOS     *
      * DATADOS. DEPOIS DE ASSINADA A CONSULTA NAO PODE  *
      * MAIS SER ALTERADA: AS CORRECOES ENTRAM COMO      *
      * ADENDO, SEM APAGAR O REGISTRO ORIGINAL           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASSIN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADADEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADEND
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

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
       FD CADADEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADADEND.
       01 REGADEND.
          03 KEYADEND.
             05 CPFAD         PIC 9(11).
             05 DATAAD.
                07 DIAAD      PIC 9(02).
                07 MESAD      PIC 9(02).
                07 ANOAD      PIC 9(04).
             05 SEQAD         PIC 9(02).
             05 NUMAD         PIC 9(03).
          03 TEXTOAD          PIC X(60).
          03 DATAADD          PIC 9(08).
          03 HORAADD          PIC 9(04).
          03 CRMAD            PIC 9(06).
          03 OPERAD           PIC 9(04).
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
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPER.
       01 REGOPER.
          03 CODOPER       PIC 9(04).
          03 NOMEOPER      PIC X(30).
          03 SENHAOPER     PIC X(10).
          03 SITUACAOOPER  PIC X(01).
          03 PERFILOPER    PIC X(01).
          03 DATASENHA     PIC 9(08).
          03 TROCAOBRIG    PIC X(01).
          03 SENHAANT1     PIC X(10).
          03 SENHAANT2     PIC X(10).
          03 SENHAANT3     PIC X(10).
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
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-ARQ-CADADEND PIC X(64) VALUE
          "CADADEND.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-AUDITTX PIC X(64) VALUE
          "AUDITTX.TXT".
       01 W-SENHAIN    PIC X(10) VALUE SPACES.
       01 W-HASHTXT    PIC X(10) VALUE SPACES.
       01 W-HASHNUM    PIC 9(10) VALUE ZEROS.
       01 W-HWORK      PIC 9(18) VALUE ZEROS.
       01 W-HQ         PIC 9(08) VALUE ZEROS.
       01 W-HI         PIC 9(02) VALUE ZEROS.
       01 W-HJ         PIC 9(02) VALUE ZEROS.
       01 W-HPOS       PIC 9(02) VALUE ZEROS.
       01 W-HCH        PIC X(01) VALUE SPACES.
       01 W-CHARSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-CHARSET REDEFINES W-CHARSET-R PIC X(68).
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
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-ASSINADA    PIC 9(01) VALUE ZEROS.
       01 W-AUTOK       PIC 9(01) VALUE ZEROS.
       01 W-CRMIN       PIC 9(06) VALUE ZEROS.
       01 W-SENHADIG    PIC X(10) VALUE SPACES.
       01 W-ULTAD       PIC 9(03) VALUE ZEROS.
       01 W-HORAAGORA   PIC 9(08) VALUE ZEROS.
       01 W-SAVEADEND   PIC X(106) VALUE SPACES.
       01 W-TXTASS      PIC X(60) VALUE SPACES.
       01 W-DTFMT.
          03 W-DTF-DIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DTF-MES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DTF-ANO    PIC 9(04).
       01 W-HRFMT.
          03 W-HRF-HH     PIC 9(02).
          03 FILLER       PIC X(01) VALUE ":".
          03 W-HRF-MM     PIC 9(02).
      ***** ULTIMOS ADENDOS DA CONSULTA MOSTRADOS NA TELA ***********
       01 W-QTDTB       PIC 9(02) VALUE ZEROS.
       01 W-ITB         PIC 9(02) VALUE ZEROS.
       01 W-JTB         PIC 9(02) VALUE ZEROS.
       01 W-LINTELA     PIC 9(02) VALUE ZEROS.
       01 W-LINTB.
          03 W-LTB-DATA   PIC X(10).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-LTB-HORA   PIC X(05).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-LTB-CRM    PIC 9(06).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-LTB-TEXTO  PIC X(52).
       01 W-TBADEND.
          03 W-TBLIN   PIC X(76) OCCURS 8 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAASSIN.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** ASSINATURA E ADENDOS DA CO".
           05  LINE 02  COLUMN 41
               VALUE  "NSULTA *****".
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
           05  LINE 08  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 10  COLUMN 01
               VALUE  "  --- ADENDOS REGISTRADOS (ULTIMOS 8) ---".
           05  LINE 20  COLUMN 01
               VALUE  "  ADENDO:".
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
           05  TTXTASS
               LINE 08  COLUMN 13  PIC X(60)
               USING  W-TXTASS
               HIGHLIGHT.
           05  TTEXTOAD
               LINE 20  COLUMN 11  PIC X(60)
               USING  TEXTOAD
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
           OPEN I-O CADASSIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADASSIN
                 CLOSE CADASSIN
                 MOVE "*** ARQUIVO CADASSIN FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADASSIN" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN I-O CADADEND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADADEND
                 CLOSE CADADEND
                 MOVE "*** ARQUIVO CADADEND FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADADEND" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 CLOSE CADASSIN
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADASSIN CADADEND
              GO TO ROT-FIM2.

      ***** OPERADORES (CONFERENCIA DA SENHA DE QUEM ASSINA)
       R0C.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TEXTOAD W-TXTASS STATUSCONS
           MOVE ZEROS TO CPFC DATACON1 SEQCON CODMEDICO
           MOVE ZEROS TO W-ASSINADA W-AUTOK W-ULTAD
           MOVE SPACES TO W-TBADEND
           DISPLAY TELAASSIN.

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

      ***** SITUACAO DA ASSINATURA E ADENDOS JA REGISTRADOS *********
       LER-ASSIN.
           MOVE CPFC     TO CPFAS
           MOVE DATACON1 TO DATAAS
           MOVE SEQCON   TO SEQAS
           MOVE 0 TO W-ASSINADA
           READ CADASSIN
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-ASSIN.
           IF ST-ERRO = "00"
              MOVE 1 TO W-ASSINADA.
           PERFORM MOSTRA-ASSIN THRU MOSTRA-ASSIN-FIM
           DISPLAY TELAASSIN
           PERFORM MOSTRA-ADEND THRU MOSTRA-ADEND-FIM
           IF W-ASSINADA = 1
              GO TO ADE-OPC.

      ***** SO A CONSULTA JA REALIZADA PODE SER ASSINADA ************
       ASS-OPC.
           IF STATUSCONS NOT = "R"
              MOVE "*** SO CONSULTA REALIZADA PODE SER ASSINADA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 12) "ASSINAR A CONSULTA (S/N) : "
           ACCEPT (23, 39) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CONSULTA NAO ASSINADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ASS-OPC.
           DISPLAY (23, 12) LIMPA
           PERFORM AUTENTICA THRU AUTENTICA-FIM
           IF W-AUTOK = 0
              GO TO R1.
      ***** QUEM ASSINA E O MEDICO RESPONSAVEL PELA CONSULTA ********
           IF W-CRMIN NOT = CODMEDICO
              MOVE "*** CRM NAO E O DO MEDICO DA CONSULTA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.

       ASS-WR1.
           MOVE CPFC     TO CPFAS
           MOVE DATACON1 TO DATAAS
           MOVE SEQCON   TO SEQAS
           MOVE W-CRMIN  TO CRMASS
           ACCEPT DATAASS FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-HORAAGORA (1:4) TO HORAASS
           MOVE W-CODOPERAUD TO OPERASS
           WRITE REGASSIN
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ASS-WR1.
           IF ST-ERRO = "00" OR "02"
              MOVE "ASSINATURA" TO W-ACAOAUD
              PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
              MOVE "*** CONSULTA ASSINADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF ST-ERRO = "22"
              MOVE "*** CONSULTA JA ESTAVA ASSINADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADASSIN" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO ROT-FIM.

      ***** CONSULTA ASSINADA: A CORRECAO ENTRA COMO ADENDO *********
       ADE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 12) "INCLUIR ADENDO (S/N) : "
           ACCEPT (23, 35) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ADE-OPC.
           DISPLAY (23, 12) LIMPA
           PERFORM AUTENTICA THRU AUTENTICA-FIM
           IF W-AUTOK = 0
              GO TO R1.

       ADE-TXT.
           IF W-ULTAD = 999
              MOVE "*** CONSULTA SEM NUMERO DE ADENDO LIVRE ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           MOVE SPACES TO TEXTOAD
           ACCEPT TTEXTOAD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF TEXTOAD = SPACES
              MOVE "*** DIGITE O TEXTO DO ADENDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ADE-TXT.

       ADE-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ADE-TXT.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ADE-CONF.
           DISPLAY (23, 40) LIMPA.

      ***** O ADENDO NUNCA E ALTERADO NEM EXCLUIDO *******************
       ADE-WR1.
           MOVE CPFC     TO CPFAD
           MOVE DATACON1 TO DATAAD
           MOVE SEQCON   TO SEQAD
           COMPUTE NUMAD = W-ULTAD + 1
           ACCEPT DATAADD FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-HORAAGORA (1:4) TO HORAADD
           MOVE W-CRMIN TO CRMAD
           MOVE W-CODOPERAUD TO OPERAD
           WRITE REGADEND
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO ADE-WR1.
           IF ST-ERRO = "22"
              ADD 1 TO W-ULTAD
              GO TO ADE-WR1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADADEND" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-FIM.
           MOVE "ADENDO" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           MOVE "*** ADENDO REGISTRADO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           DISPLAY TELAASSIN
           PERFORM MOSTRA-ADEND THRU MOSTRA-ADEND-FIM
           GO TO ADE-TXT.

      ***** CONFERE O CRM E A SENHA DO OPERADOR DA SESSAO ***********
       AUTENTICA.
           MOVE 0 TO W-AUTOK
           IF W-HASOPE = 0
              MOVE "*** SEM CADASTRO DE OPERADOR P/ ASSINATURA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AUTENTICA-FIM.
           PERFORM LER-OPER THRU LER-OPER-FIM
           MOVE ZEROS  TO W-CRMIN
           MOVE SPACES TO W-SENHADIG
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "CRM DO MEDICO: "
           ACCEPT  (22, 16) W-CRMIN
           DISPLAY (22, 40) "SENHA: "
           ACCEPT  (22, 47) W-SENHADIG
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 40) LIMPA
           IF W-CRMIN = 0
              MOVE "*** DIGITE O CRM ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AUTENTICA-FIM.
           MOVE W-CODOPERAUD TO CODOPER
           READ CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR DA SESSAO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AUTENTICA-FIM.
           IF SITUACAOOPER = "I"
              MOVE "*** OPERADOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AUTENTICA-FIM.
           MOVE W-SENHADIG TO W-SENHAIN
           PERFORM CALC-HASH THRU CALC-HASH-FIM
      ***** SENHAS ANTIGAS AINDA EM CLARO TAMBEM SAO ACEITAS
           IF SENHAOPER NOT = W-HASHTXT AND SENHAOPER NOT = W-SENHADIG
              MOVE "*** SENHA INCORRETA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AUTENTICA-FIM.
           MOVE 1 TO W-AUTOK.
       AUTENTICA-FIM.
           EXIT.

      ***** TEXTO DA SITUACAO DA ASSINATURA *************************
       MOSTRA-ASSIN.
           MOVE SPACES TO W-TXTASS
           IF W-ASSINADA = 0
              MOVE "NAO ASSINADA" TO W-TXTASS
              GO TO MOSTRA-ASSIN-FIM.
           MOVE DATAASS (7:2) TO W-DTF-DIA
           MOVE DATAASS (5:2) TO W-DTF-MES
           MOVE DATAASS (1:4) TO W-DTF-ANO
           MOVE HORAASS (1:2) TO W-HRF-HH
           MOVE HORAASS (3:2) TO W-HRF-MM
           STRING "ASSINADA EM " W-DTFMT " AS " W-HRFMT
                  " PELO CRM " CRMASS
                  DELIMITED BY SIZE INTO W-TXTASS.
       MOSTRA-ASSIN-FIM.
           EXIT.

      ***** LE TODOS OS ADENDOS DA CONSULTA: GUARDA O ULTIMO NUMERO *
      ***** USADO E MOSTRA OS OITO ULTIMOS **************************
       MOSTRA-ADEND.
           MOVE REGADEND TO W-SAVEADEND
           MOVE ZEROS TO W-ULTAD W-QTDTB
           MOVE SPACES TO W-TBADEND
           MOVE CPFC     TO CPFAD
           MOVE DATACON1 TO DATAAD
           MOVE SEQCON   TO SEQAD
           MOVE ZEROS TO NUMAD
           START CADADEND KEY IS NOT LESS KEYADEND INVALID KEY
              GO TO MOSTRA-ADEND-TELA.
       MOSTRA-ADEND-LER.
           READ CADADEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-ADEND-TELA.
           IF CPFAD NOT = CPFC OR DATAAD NOT = DATACON1
              OR SEQAD NOT = SEQCON
              GO TO MOSTRA-ADEND-TELA.
           MOVE NUMAD TO W-ULTAD
           IF W-QTDTB = 8
              PERFORM MOSTRA-ADEND-DESLOCA THRU
                      MOSTRA-ADEND-DESLOCA-FIM
           ELSE
              ADD 1 TO W-QTDTB.
           MOVE DATAADD (7:2) TO W-DTF-DIA
           MOVE DATAADD (5:2) TO W-DTF-MES
           MOVE DATAADD (1:4) TO W-DTF-ANO
           MOVE HORAADD (1:2) TO W-HRF-HH
           MOVE HORAADD (3:2) TO W-HRF-MM
           MOVE W-DTFMT TO W-LTB-DATA
           MOVE W-HRFMT TO W-LTB-HORA
           MOVE CRMAD   TO W-LTB-CRM
           MOVE TEXTOAD TO W-LTB-TEXTO
           MOVE W-LINTB TO W-TBLIN (W-QTDTB)
           GO TO MOSTRA-ADEND-LER.
       MOSTRA-ADEND-TELA.
           MOVE 1 TO W-ITB.
       MOSTRA-ADEND-TELA2.
           IF W-ITB > 8
              GO TO MOSTRA-ADEND-FIM.
           ADD 10 W-ITB GIVING W-LINTELA
           DISPLAY (W-LINTELA, 03) W-TBLIN (W-ITB)
           ADD 1 TO W-ITB
           GO TO MOSTRA-ADEND-TELA2.
       MOSTRA-ADEND-FIM.
           MOVE W-SAVEADEND TO REGADEND.

      ***** DESCARTA O ADENDO MAIS ANTIGO DA TABELA DA TELA *********
       MOSTRA-ADEND-DESLOCA.
           MOVE 1 TO W-ITB.
       MOSTRA-ADEND-DESLOCA2.
           IF W-ITB > 7
              GO TO MOSTRA-ADEND-DESLOCA-FIM.
           ADD 1 W-ITB GIVING W-JTB
           MOVE W-TBLIN (W-JTB) TO W-TBLIN (W-ITB)
           ADD 1 TO W-ITB
           GO TO MOSTRA-ADEND-DESLOCA2.
       MOSTRA-ADEND-DESLOCA-FIM.
           EXIT.

      ***** OPERADOR DA SESSAO (QUEM ASSINA OU REGISTRA O ADENDO) ***
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
                MOVE "SMP054"          TO W-LINHAUD-PROG
                MOVE CPFC              TO W-LINHAUD-CHAVE
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
           CLOSE CADASSIN.
           CLOSE CADADEND.
           CLOSE CADCONSU.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       ROT-FIM2.
           EXIT PROGRAM.

      ***** CODIFICA A SENHA EM UM VALOR DE 10 DIGITOS **************
      ***** (MESMA REGRA DO LOGIN NO MENU) **************************
       CALC-HASH.
           MOVE 7 TO W-HASHNUM
           MOVE 1 TO W-HI.
       CALC-HASH-CHAR.
           IF W-HI > 10
              GO TO CALC-HASH-FMT.
           MOVE W-SENHAIN (W-HI:1) TO W-HCH
           MOVE ZEROS TO W-HPOS
           MOVE 1 TO W-HJ.
       CALC-HASH-BUSCA.
           IF W-HJ > 68
              GO TO CALC-HASH-SOMA.
           IF W-CHARSET (W-HJ:1) = W-HCH
              MOVE W-HJ TO W-HPOS
              GO TO CALC-HASH-SOMA.
           ADD 1 TO W-HJ
           GO TO CALC-HASH-BUSCA.
       CALC-HASH-SOMA.
           IF W-HPOS = 0
              MOVE 69 TO W-HPOS.
           COMPUTE W-HWORK = W-HASHNUM * 131 + W-HPOS * W-HI
           DIVIDE W-HWORK BY 9999999967 GIVING W-HQ
                  REMAINDER W-HASHNUM
           ADD 1 TO W-HI
           GO TO CALC-HASH-CHAR.
       CALC-HASH-FMT.
           MOVE W-HASHNUM TO W-HASHTXT.
       CALC-HASH-FIM.
           EXIT.

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
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADADEND
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADADEND.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADADEND
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
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
