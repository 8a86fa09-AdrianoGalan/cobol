       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP073.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * REGISTRO DE CONTATOS COM O PACIENTE (LIGACOES,  *
      * MENSAGENS), COM DATA DE RETORNO OPCIONAL PARA   *
      * A LISTA "MEUS RETORNOS" (SMPRRET)               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERETCT
                                       WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
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
      ***** CONTATOS COM O PACIENTE (LIGACAO, MENSAGEM, BALCAO)
      ***** CANALCT: T=TELEFONE W=WHATSAPP S=SMS E=EMAIL P=PRESENCIAL
      ***** MOTIVOCT: C=CONFIRMACAO P=PARCELA E=ENCAMINHAMENTO
      *****           V=VACINA M=CAMPANHA O=OUTROS
      ***** RESULTCT: A=ATENDEU N=NAO ATENDEU R=RECADO X=NUM ERRADO
      ***** SITRETCT: P=RETORNO PENDENTE F=FEITO (BRANCO = SEM RETORNO)
       FD CADCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONTA.
       01 REGCONTA.
          03 KEYCONTA.
             05 CPFCT         PIC 9(11).
             05 DATACT.
                07 ANOCT      PIC 9(04).
                07 MESCT      PIC 9(02).
                07 DIACT      PIC 9(02).
             05 HORACT.
                07 HHCT       PIC 9(02).
                07 MMCT       PIC 9(02).
                07 SSCT       PIC 9(02).
          03 OPERCT           PIC 9(04).
          03 CANALCT          PIC X(01).
          03 MOTIVOCT         PIC X(01).
          03 REFCT            PIC X(20).
          03 RESULTCT         PIC X(01).
          03 OBSCT            PIC X(40).
          03 CHAVERETCT.
             05 OPERRETCT     PIC 9(04).
             05 DATARETCT.
                07 ANORCT     PIC 9(04).
                07 MESRCT     PIC 9(02).
                07 DIARCT     PIC 9(02).
          03 SITRETCT         PIC X(01).
          03 DATABXCT         PIC 9(08).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANASP    PIC 9(02).
             05 MESNASP    PIC 9(02).
             05 ANONASP    PIC 9(04).
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
       01 W-ARQ-CADCONTA PIC X(64) VALUE
          "CADCONTA.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
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
       01 W-HASCTA      PIC 9(01) VALUE ZEROS.
       01 W-CTCPF       PIC 9(11) VALUE ZEROS.
       01 W-LINCONT     PIC X(90) VALUE SPACES.
       01 W-LINRET      PIC X(19) VALUE SPACES.
       01 W-DESCRES     PIC X(11) VALUE SPACES.
       01 W-IRC         PIC 9(01) VALUE ZEROS.
       01 TABRESCT-R.
          03 FILLER PIC X(12) VALUE "AATENDEU    ".
          03 FILLER PIC X(12) VALUE "NNAO ATENDEU".
          03 FILLER PIC X(12) VALUE "RRECADO     ".
          03 FILLER PIC X(12) VALUE "XNUM.ERRADO ".
       01 TABRESCT REDEFINES TABRESCT-R.
          03 TBRC OCCURS 4 TIMES.
             05 TBRC-COD    PIC X(01).
             05 TBRC-DESC   PIC X(11).
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-CPFF        PIC 9(11) VALUE ZEROS.
       01 W-DATARET.
          03 W-DIARET   PIC 9(02).
          03 W-MESRET   PIC 9(02).
          03 W-ANORET   PIC 9(04).
       01 W-OPERRET     PIC 9(04) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-HORAGER     PIC 9(08) VALUE ZEROS.
       01 W-RETSEQ      PIC 9(08) VALUE ZEROS.
       01 W-CHAVENOVA   PIC X(25) VALUE SPACES.
       01 W-QTDBAIXA    PIC 9(03) VALUE ZEROS.
       01 TXTNOMEP      PIC X(30) VALUE SPACES.
       01 TXTNOMEOP     PIC X(30) VALUE SPACES.
       01 W-TELP        PIC 9(11) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACTA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "          ***** CONTATOS COM O PACIENTE".
           05  LINE 02  COLUMN 40
               VALUE  " *****".
           05  LINE 04  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 05  COLUMN 01
               VALUE  "  TELEFONE:".
           05  LINE 10  COLUMN 01
               VALUE  "  CANAL (T=TEL W=WHATSAPP S=SMS E=EMAIL".
           05  LINE 10  COLUMN 40
               VALUE  " P=PRESENCIAL):".
           05  LINE 11  COLUMN 01
               VALUE  "  MOTIVO (C=CONFIRMACAO P=PARCELA E=ENC".
           05  LINE 11  COLUMN 40
               VALUE  "AMINHAMENTO V=VACINA M=CAMPANHA".
           05  LINE 12  COLUMN 01
               VALUE  "          O=OUTROS):".
           05  LINE 13  COLUMN 01
               VALUE  "  REFERENCIA NA LISTA DE ORIGEM:".
           05  LINE 14  COLUMN 01
               VALUE  "  RESULTADO (A=ATENDEU N=NAO ATENDEU R=".
           05  LINE 14  COLUMN 40
               VALUE  "RECADO X=NUM ERRADO):".
           05  LINE 15  COLUMN 01
               VALUE  "  OBSERVACAO:".
           05  LINE 17  COLUMN 01
               VALUE  "  RETORNAR EM (DD.MM.AAAA, ZERO = NAO):".
           05  LINE 18  COLUMN 01
               VALUE  "  OPERADOR DO RETORNO:".
           05  TCPFF
               LINE 04  COLUMN 08  PIC 999.999.999.99
               USING  W-CPFF
               HIGHLIGHT.
           05  TTXTNOMEP
               LINE 04  COLUMN 24  PIC X(30)
               USING  TXTNOMEP
               HIGHLIGHT.
           05  TTELP
               LINE 05  COLUMN 13  PIC 9(11)
               USING  W-TELP
               HIGHLIGHT.
           05  TCANALCT
               LINE 10  COLUMN 56  PIC X(01)
               USING  CANALCT
               HIGHLIGHT.
           05  TMOTIVOCT
               LINE 12  COLUMN 22  PIC X(01)
               USING  MOTIVOCT
               HIGHLIGHT.
           05  TREFCT
               LINE 13  COLUMN 34  PIC X(20)
               USING  REFCT
               HIGHLIGHT.
           05  TRESULTCT
               LINE 14  COLUMN 62  PIC X(01)
               USING  RESULTCT
               HIGHLIGHT.
           05  TOBSCT
               LINE 15  COLUMN 15  PIC X(40)
               USING  OBSCT
               HIGHLIGHT.
           05  TDATARET
               LINE 17  COLUMN 41  PIC 99.99.9999
               USING  W-DATARET
               HIGHLIGHT.
           05  TOPERRET
               LINE 18  COLUMN 24  PIC 9(04)
               USING  W-OPERRET
               HIGHLIGHT.
           05  TTXTNOMEOP
               LINE 18  COLUMN 30  PIC X(30)
               USING  TXTNOMEOP
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
           OPEN I-O CADCONTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTA
                 CLOSE CADCONTA
                 MOVE "*** ARQUIVO CADCONTA FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTA" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           MOVE 1 TO W-HASCTA
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADCONTA
              GO TO ROT-FIM2.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.
      ***** O OPERADOR DA SESSAO E O DONO DO CONTATO E, SE NADA FOR
      ***** DITO, TAMBEM DO RETORNO
           PERFORM LER-OPER THRU LER-OPER-FIM.

      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO TXTNOMEP TXTNOMEOP CANALCT MOTIVOCT REFCT
                          RESULTCT OBSCT W-LINCONT
           MOVE ZEROS TO W-CPFF W-TELP W-DATARET W-OPERRET
           DISPLAY TELACTA.

       R2.
           ACCEPT TCPFF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CPFF = 0
              MOVE "*** DIGITE O CPF DO PACIENTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE W-CPFF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE NOME     TO TXTNOMEP
           MOVE TELEFONE TO W-TELP
           MOVE W-CPFF TO W-CTCPF
           PERFORM ULT-CONTATO THRU ULT-CONTATO-FIM
           MOVE SPACES TO CANALCT MOTIVOCT REFCT RESULTCT OBSCT
           MOVE "T" TO CANALCT
           DISPLAY TELACTA
           DISPLAY (07, 01) W-LINCONT (1:71)
           DISPLAY (08, 01) W-LINCONT (72:19).

       R3.
           ACCEPT TCANALCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CANALCT NOT = "T" AND CANALCT NOT = "W"
              AND CANALCT NOT = "S" AND CANALCT NOT = "E"
              AND CANALCT NOT = "P"
              MOVE "*** CANAL DEVE SER T, W, S, E OU P ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.

       R4.
           ACCEPT TMOTIVOCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF MOTIVOCT NOT = "C" AND MOTIVOCT NOT = "P"
              AND MOTIVOCT NOT = "E" AND MOTIVOCT NOT = "V"
              AND MOTIVOCT NOT = "M" AND MOTIVOCT NOT = "O"
              MOVE "*** MOTIVO DEVE SER C, P, E, V, M OU O ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4.

       R5.
           ACCEPT TREFCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.

       R6.
           ACCEPT TRESULTCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RESULTCT NOT = "A" AND RESULTCT NOT = "N"
              AND RESULTCT NOT = "R" AND RESULTCT NOT = "X"
              MOVE "*** RESULTADO DEVE SER A, N, R OU X ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.

       R7.
           ACCEPT TOBSCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

      ***** DATA DE RETORNO: HOJE OU DEPOIS (ZERO = SEM RETORNO) ****
       R8.
           ACCEPT TDATARET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-DATARET = ZEROS
              MOVE ZEROS TO W-OPERRET
              MOVE SPACES TO TXTNOMEOP
              DISPLAY TOPERRET
              DISPLAY TTXTNOMEOP
              GO TO INC-OPC.
           IF W-MESRET < 1 OR W-MESRET > 12 OR W-DIARET < 1
              OR W-DIARET > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           COMPUTE W-RETSEQ = W-ANORET * 10000 + W-MESRET * 100
                            + W-DIARET
           IF W-RETSEQ < W-HOJE-N
              MOVE "*** RETORNO NAO PODE SER NO PASSADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           IF W-OPERRET = 0
              MOVE W-CODOPERAUD TO W-OPERRET.

       R9.
           ACCEPT TOPERRET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF W-OPERRET = 0
              MOVE "*** INFORME O OPERADOR DO RETORNO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9.
           MOVE SPACES TO TXTNOMEOP
           IF W-HASOPE = 1
              MOVE W-OPERRET TO CODOPER
              READ CADOPER
              IF ST-ERRO NOT = "00"
                 MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R9
              ELSE
                 MOVE NOMEOPER TO TXTNOMEOP.
           DISPLAY TTXTNOMEOP.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                ACCEPT W-HOJE-N FROM DATE YYYYMMDD
                ACCEPT W-HORAGER FROM TIME
                MOVE W-CPFF   TO CPFCT
                MOVE W-HOJE-N TO DATACT
                MOVE W-HORAGER (1:6) TO HORACT
                MOVE W-CODOPERAUD TO OPERCT
                MOVE ZEROS  TO DATABXCT
                MOVE W-OPERRET TO OPERRETCT
                MOVE SPACES TO SITRETCT
                MOVE ZEROS  TO DATARETCT
                IF W-DATARET NOT = ZEROS
                   MOVE W-RETSEQ TO DATARETCT
                   MOVE "P" TO SITRETCT.

      ***** DOIS CONTATOS NO MESMO SEGUNDO: AVANCA O SEGUNDO ********
       INC-WR1.
                WRITE REGCONTA
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "22" AND SSCT < 59
                   ADD 1 TO SSCT
                   GO TO INC-WR1.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONTA" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ROT-FIM.
                MOVE "INCLUSAO" TO W-ACAOAUD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                MOVE KEYCONTA TO W-CHAVENOVA
                PERFORM BAIXA-RET THRU BAIXA-RET-FIM
                MOVE SPACES TO MENS
                IF W-QTDBAIXA = 0
                   MOVE "*** CONTATO REGISTRADO ***" TO MENS
                ELSE
                   STRING "*** CONTATO REGISTRADO, " W-QTDBAIXA
                          " RETORNO(S) BAIXADO(S) ***"
                          DELIMITED BY SIZE INTO MENS.
                PERFORM RMensa THRU RMensa-FIM
                GO TO R1.

      ***** O NOVO CONTATO ENCERRA OS RETORNOS PENDENTES DO CPF ******
       BAIXA-RET.
           MOVE ZEROS TO W-QTDBAIXA
           MOVE W-CPFF TO CPFCT
           MOVE ZEROS  TO DATACT HORACT
           START CADCONTA KEY IS NOT LESS KEYCONTA INVALID KEY
              GO TO BAIXA-RET-FIM.
       BAIXA-RET-LER.
           READ CADCONTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO BAIXA-RET-FIM.
           IF CPFCT NOT = W-CPFF
              GO TO BAIXA-RET-FIM.
           IF KEYCONTA = W-CHAVENOVA OR SITRETCT NOT = "P"
              GO TO BAIXA-RET-LER.
           MOVE "F" TO SITRETCT
           MOVE W-HOJE-N TO DATABXCT
           REWRITE REGCONTA
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDBAIXA.
           GO TO BAIXA-RET-LER.
       BAIXA-RET-FIM.
           EXIT.

      ***** ULTIMA TENTATIVA DE CONTATO COM O CPF (W-CTCPF) *********
      ***** PARA QUEM VAI LIGAR NAO REPETIR A LIGACAO DO COLEGA ******
       ULT-CONTATO.
           MOVE SPACES TO W-LINCONT
           IF W-HASCTA = 0
              GO TO ULT-CONTATO-FIM.
           MOVE "   ULT.CONTATO: NENHUM" TO W-LINCONT
           MOVE W-CTCPF TO CPFCT
           MOVE ZEROS   TO DATACT HORACT
           START CADCONTA KEY IS NOT LESS KEYCONTA INVALID KEY
              GO TO ULT-CONTATO-FIM.
       ULT-CONTATO-LER.
           READ CADCONTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO ULT-CONTATO-FIM.
           IF CPFCT NOT = W-CTCPF
              GO TO ULT-CONTATO-FIM.
           PERFORM MONTA-LINCT THRU MONTA-LINCT-FIM
           GO TO ULT-CONTATO-LER.
       ULT-CONTATO-FIM.
           EXIT.

       MONTA-LINCT.
           MOVE "?" TO W-DESCRES
           MOVE 1 TO W-IRC.
       MONTA-LINCT-RES.
           IF TBRC-COD (W-IRC) = RESULTCT
              MOVE TBRC-DESC (W-IRC) TO W-DESCRES
              GO TO MONTA-LINCT-TXT.
           ADD 1 TO W-IRC
           IF W-IRC < 5
              GO TO MONTA-LINCT-RES.
       MONTA-LINCT-TXT.
           MOVE SPACES TO W-LINRET
           IF SITRETCT = "P"
              STRING " RETORNO " DIARCT "/" MESRCT "/" ANORCT
                     DELIMITED BY SIZE INTO W-LINRET.
           MOVE SPACES TO W-LINCONT
           STRING "   ULT.CONTATO: " DIACT "/" MESCT "/" ANOCT " "
                  HHCT ":" MMCT " OPER " OPERCT " CANAL " CANALCT
                  " MOTIVO " MOTIVOCT " " W-DESCRES W-LINRET
                  DELIMITED BY SIZE INTO W-LINCONT.
       MONTA-LINCT-FIM.
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
                MOVE "SMP073"          TO W-LINHAUD-PROG
                MOVE KEYCONTA           TO W-LINHAUD-CHAVE
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
           CLOSE CADCONTA CADPACI.
           IF W-HASOPE = 1
              CLOSE CADOPER.
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
           MOVE SPACES TO W-ARQ-CADCONTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONTA
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
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
