       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRPFA.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * AUDITORIA PRE-FATURAMENTO POR CONVENIO E MES:   *
      * A = AUDITA AS CONSULTAS DA COMPETENCIA E LISTA  *
      *     CADA DEFEITO QUE GERA GLOSA (PREFATX.TXT);  *
      *     O RESULTADO FICA NO CADPREFA E LIBERA A     *
      *     REMESSA (SMPRREM)                           *
      * D = DISPENSA UM DEFEITO (SUPERVISOR)            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPREFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREFA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTELE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SESSAOTL.

       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT PREFATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
      ***** AUDITORIA PRE-FATURAMENTO POR CONVENIO E COMPETENCIA.
      ***** CONSPF = CHAVE DA CONSULTA, DEFPF = CODIGO DO DEFEITO.
      ***** O REGISTRO COM CONSPF E DEFPF ZERADOS E O CONTROLE DA
      ***** COMPETENCIA (ULTIMA RODADA, DATA, OPERADOR E TOTAIS).
      ***** BLOQPF: S=IMPEDE O FATURAMENTO N=SO AVISO
      ***** SITPF : P=PENDENTE D=DISPENSADO PELO SUPERVISOR
       FD CADPREFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPREFA.
       01 REGPREFA.
          03 KEYPREFA.
             05 CONVPF        PIC 9(04).
             05 ANOPF         PIC 9(04).
             05 MESPF         PIC 9(02).
             05 CONSPF.
                07 CPFPF      PIC 9(11).
                07 DATAPF     PIC 9(08).
                07 SEQPF      PIC 9(02).
             05 DEFPF         PIC 9(02).
          03 BLOQPF           PIC X(01).
          03 SITPF            PIC X(01).
          03 RODADAPF         PIC 9(04).
          03 DATADPF          PIC 9(08).
          03 OPERDPF          PIC 9(04).
          03 MOTDPF           PIC X(30).
          03 QTDCPF           PIC 9(05).
          03 QTDBPF           PIC 9(05).
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
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCRED.
       01 REGCRED.
          03 KEYCRED.
             05 CRMCD         PIC 9(06).
             05 CONVCD        PIC 9(04).
          03 NUMCRED          PIC X(15).
          03 VALIDCRED        PIC 9(08).
          03 SITUACAOCD       PIC X(01).
      *
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
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTELE.
       01 REGTELE.
          03 KEYTELE.
             05 CPFTL         PIC 9(11).
             05 DATATL.
                07 DIATL      PIC 9(02).
                07 MESTL      PIC 9(02).
                07 ANOTL      PIC 9(04).
             05 SEQTL         PIC 9(02).
          03 SESSAOTL         PIC X(20).
          03 CRMTL            PIC 9(06).
          03 DATAEXPTL        PIC 9(08).
          03 CANALTL          PIC X(01).
          03 MEDENTTL         PIC 9(04).
          03 MEDSAITL         PIC 9(04).
          03 PACENTTL         PIC 9(04).
          03 PACSAITL         PIC 9(04).
          03 SITUACAOTL       PIC X(01).
          03 DATALIBTL        PIC 9(08).
          03 OPERLIBTL        PIC 9(04).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPRECO.
       01 REGPRECO.
          03 KEYPRECO.
             05 CODPROCP      PIC 9(04).
             05 CODCONVP      PIC 9(04).
             05 VIGPRECO      PIC 9(08).
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
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
       FD PREFATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-PREFATX.
       01 REGPREFATX        PIC X(100).
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
       01 W-ARQ-CADPREFA PIC X(64) VALUE
          "CADPREFA.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCRED PIC X(64) VALUE
          "CADCRED.DAT".
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADTELE PIC X(64) VALUE
          "CADTELE.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-PREFATX PIC X(64) VALUE
          "PREFATX.TXT".
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
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-LIBOK       PIC 9(01) VALUE ZEROS.
       01 W-SUPCOD      PIC 9(04) VALUE ZEROS.
       01 W-SUPSEN      PIC X(10) VALUE SPACES.
       01 W-HASCRD      PIC 9(01) VALUE ZEROS.
       01 W-HASCOC      PIC 9(01) VALUE ZEROS.
       01 W-HASTEL      PIC 9(01) VALUE ZEROS.
       01 W-HASPRC      PIC 9(01) VALUE ZEROS.
       01 W-CONVF       PIC 9(04) VALUE ZEROS.
       01 W-MESF        PIC 9(02) VALUE ZEROS.
       01 W-ANOF        PIC 9(04) VALUE ZEROS.
       01 W-CPFD        PIC 9(11) VALUE ZEROS.
       01 W-DATAD       PIC 9(08) VALUE ZEROS.
       01 W-SEQD        PIC 9(02) VALUE ZEROS.
       01 W-DEFD        PIC 9(02) VALUE ZEROS.
       01 W-MOTD        PIC X(30) VALUE SPACES.
       01 W-HOJE-N      PIC 9(08) VALUE ZEROS.
       01 W-RODADA      PIC 9(04) VALUE ZEROS.
       01 W-NOVOCTL     PIC 9(01) VALUE ZEROS.
       01 W-DEF         PIC 9(02) VALUE ZEROS.
       01 W-CONSDATA    PIC 9(08) VALUE ZEROS.
       01 W-VALDATA     PIC 9(08) VALUE ZEROS.
       01 W-ANTCPF      PIC 9(11) VALUE ZEROS.
       01 W-ANTDATA     PIC 9(08) VALUE ZEROS.
       01 W-ANTCRM      PIC 9(06) VALUE ZEROS.
       01 W-PRECODATA   PIC 9(08) VALUE ZEROS.
       01 W-PRECOOK     PIC 9(01) VALUE ZEROS.
       01 W-TOTCONS     PIC 9(05) VALUE ZEROS.
       01 W-TOTDEF      PIC 9(05) VALUE ZEROS.
       01 W-TOTBLQ      PIC 9(05) VALUE ZEROS.
       01 W-TOTDISP     PIC 9(05) VALUE ZEROS.
       01 W-TOTAVI      PIC 9(05) VALUE ZEROS.
       01 W-TOTRESOL    PIC 9(05) VALUE ZEROS.
       01 W-CONSDEF     PIC 9(01) VALUE ZEROS.
       01 W-TOTCDEF     PIC 9(05) VALUE ZEROS.
       01 W-SITLIN      PIC X(10) VALUE SPACES.
       01 W-CHAVECTL    PIC X(15) VALUE SPACES.
       01 TABDEF-R.
          03 FILLER PIC X(36) VALUE
             "SCID NAO INFORMADO                  ".
          03 FILLER PIC X(36) VALUE
             "SSEM AUTORIZACAO (PLANO EXIGE)      ".
          03 FILLER PIC X(36) VALUE
             "SCARTEIRINHA AUSENTE OU VENCIDA     ".
          03 FILLER PIC X(36) VALUE
             "SPROCEDIMENTO SEM PRECO VIGENTE     ".
          03 FILLER PIC X(36) VALUE
             "SCONSULTA DUPLICADA NO DIA          ".
          03 FILLER PIC X(36) VALUE
             "SCONSULTA NAO REALIZADA             ".
          03 FILLER PIC X(36) VALUE
             "NMEDICO SEM CREDENCIAL NO CONVENIO  ".
       01 TABDEF REDEFINES TABDEF-R.
          03 TBDF-ITEM OCCURS 7 TIMES.
             05 TBDF-BLOQ  PIC X(01).
             05 TBDF-DESC  PIC X(35).
       01 W-PROGCAT     PIC X(07) VALUE SPACES.
       01 W-ARQCAT      PIC X(12) VALUE SPACES.
       01 W-PARMCAT     PIC X(20) VALUE SPACES.
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
           05  LINE 03  COLUMN 01
               VALUE  "  *** AUDITORIA PRE-FATURAMENTO ***".
           05  LINE 05  COLUMN 01
               VALUE  "  A = AUDITA CONVENIO/COMPETENCIA".
           05  LINE 06  COLUMN 01
               VALUE  "  D = DISPENSA UM DEFEITO (SUPERVISOR)".
           05  LINE 08  COLUMN 01
               VALUE  "  OPCAO (A/D): ".
           05  LINE 09  COLUMN 01
               VALUE  "  CONVENIO : ".
           05  LINE 10  COLUMN 01
               VALUE  "  MES/ANO  :   /".
           05  LINE 12  COLUMN 01
               VALUE  "  OPCAO D - CPF:".
           05  LINE 13  COLUMN 01
               VALUE  "  DATA DA CONSULTA (DDMMAAAA):".
           05  LINE 13  COLUMN 42
               VALUE  "SEQ:".
           05  LINE 14  COLUMN 01
               VALUE  "  DEFEITO (01 A 07):".
           05  LINE 15  COLUMN 01
               VALUE  "  MOTIVO DA DISPENSA:".
           05  TW-OPCAO
               LINE 08  COLUMN 17  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-CONVF
               LINE 09  COLUMN 14  PIC 9(04)
               USING  W-CONVF
               HIGHLIGHT.
           05  TW-MESF
               LINE 10  COLUMN 14  PIC 9(02)
               USING  W-MESF
               HIGHLIGHT.
           05  TW-ANOF
               LINE 10  COLUMN 17  PIC 9(04)
               USING  W-ANOF
               HIGHLIGHT.
           05  TW-CPFD
               LINE 12  COLUMN 18  PIC 9(11)
               USING  W-CPFD
               HIGHLIGHT.
           05  TW-DATAD
               LINE 13  COLUMN 32  PIC 9(08)
               USING  W-DATAD
               HIGHLIGHT.
           05  TW-SEQD
               LINE 13  COLUMN 47  PIC 9(02)
               USING  W-SEQD
               HIGHLIGHT.
           05  TW-DEFD
               LINE 14  COLUMN 22  PIC 9(02)
               USING  W-DEFD
               HIGHLIGHT.
           05  TW-MOTD
               LINE 15  COLUMN 23  PIC X(30)
               USING  W-MOTD
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
           OPEN I-O CADPREFA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPREFA
                 CLOSE CADPREFA
                 MOVE "*** ARQUIVO CADPREFA FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPREFA" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO RotinaFim2
           ELSE
                 NEXT SENTENCE.
       R0A.
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.

       INICIO.
           MOVE SPACES TO W-OPCAO W-MOTD
           MOVE ZEROS TO W-CONVF W-MESF W-ANOF W-CPFD W-DATAD W-SEQD
                         W-DEFD
           DISPLAY TELAFILTRO
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim.
           IF W-OPCAO NOT = "A" AND "a" AND "D" AND "d"
              MOVE "*** DIGITE A OU D ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           ACCEPT TW-CONVF
           ACCEPT TW-MESF
           ACCEPT TW-ANOF
           IF W-CONVF = 0
              MOVE "*** DIGITE O CONVENIO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           IF W-MESF < 1 OR W-MESF > 12 OR W-ANOF < 2000
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           IF W-OPCAO = "D" OR "d"
              GO TO DISPENSA.

      ***** AUDITA AS CONSULTAS FATURAVEIS DA COMPETENCIA ***********
       AUDITA.
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADCONSU NAO EXISTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           OPEN INPUT CADPACI
           MOVE 1 TO W-HASCRD
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCRD.
           MOVE 1 TO W-HASCOC
           OPEN INPUT CADCONOC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCOC.
           MOVE 1 TO W-HASTEL
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASTEL.
           MOVE 1 TO W-HASPRC
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASPRC.
           OPEN OUTPUT PREFATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PREFATX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO AUDITA-FECHA.
           PERFORM LER-OPER THRU LER-OPER-FIM
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD

      ***** CADA RODADA RECEBE UM NUMERO; O QUE NAO FOR ACHADO DE ****
      ***** NOVO NESTA RODADA FOI CORRIGIDO E SAI DO CADPREFA *******
           MOVE 0 TO W-NOVOCTL
           PERFORM MONTA-CTL THRU MONTA-CTL-FIM
           READ CADPREFA
           IF ST-ERRO = "00"
              COMPUTE W-RODADA = RODADAPF + 1
           ELSE
              MOVE 1 TO W-NOVOCTL
              MOVE 1 TO W-RODADA.

           MOVE SPACES TO REGPREFATX
           STRING "AUDITORIA PRE-FATURAMENTO - CONVENIO " W-CONVF
                  "  COMPETENCIA " W-MESF "/" W-ANOF
                  "  RODADA " W-RODADA
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
           MOVE ALL "-" TO REGPREFATX
           WRITE REGPREFATX.
           MOVE SPACES TO REGPREFATX
           STRING "CPF         DATA     SQ CRM    DF DEFEITO"
                  "                             SITUACAO"
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.

           MOVE ZEROS TO W-TOTCONS W-TOTDEF W-TOTBLQ W-TOTDISP W-TOTAVI
                         W-TOTRESOL W-TOTCDEF W-ANTCPF W-ANTDATA
                         W-ANTCRM
           MOVE ZEROS TO KEYPRINCIPAL
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
              GO TO AUDITA-LIMPA.

      ***** MESMO FILTRO DA REMESSA (SMPRREM): CONVENIO, MES, NAO ***
      ***** CANCELADA, FORA EXAME OCUPACIONAL E TELE RETIDA ********
       AUDITA-LER.
           READ CADCONSU NEXT
           IF ST-ERRO NOT = "00"
              GO TO AUDITA-LIMPA.
           IF DOCONVENIO NOT = W-CONVF
              GO TO AUDITA-LER.
           IF STATUSCONS = "C"
              GO TO AUDITA-LER.
           IF MESCON1 NOT = W-MESF OR ANOCON1 NOT = W-ANOF
              GO TO AUDITA-LER.
           IF W-HASCOC = 1
              MOVE KEYPRINCIPAL TO KEYCONOC
              READ CADCONOC
              IF ST-ERRO = "00"
                 GO TO AUDITA-LER.
           IF W-HASTEL = 1 AND TIPOATEND = "T"
              MOVE KEYPRINCIPAL TO KEYTELE
              READ CADTELE
              IF ST-ERRO = "00" AND SITUACAOTL = "S"
                 GO TO AUDITA-LER.
           IF INDRETORNO = "S" AND VALORCONSULTACONS = 0
              GO TO AUDITA-LER.
           ADD 1 TO W-TOTCONS
           MOVE 0 TO W-CONSDEF
           COMPUTE W-CONSDATA = ANOCON1 * 10000 + MESCON1 * 100
                              + DIACON1

           IF CODCID1 = SPACES
              MOVE 1 TO W-DEF
              PERFORM REGISTRA THRU REGISTRA-FIM.
      ***** PLANO A PARTIR DO 4 EXIGE AUTORIZACAO PREVIA (SMP006)
           IF PLANOCONS > 3 AND AUTORIZACAO = SPACES
              MOVE 2 TO W-DEF
              PERFORM REGISTRA THRU REGISTRA-FIM.
           MOVE SPACES TO CARTEIRINHA
           MOVE ZEROS  TO VALIDADECART
           MOVE CPFC TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO CARTEIRINHA
              MOVE ZEROS  TO VALIDADECART.
           COMPUTE W-VALDATA = ANOVAL * 10000 + MESVAL * 100 + DIAVAL
           IF CARTEIRINHA = SPACES
              OR (W-VALDATA NOT = 0 AND W-VALDATA < W-CONSDATA)
              MOVE 3 TO W-DEF
              PERFORM REGISTRA THRU REGISTRA-FIM.
           IF CODPROC NOT = 0
              PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
              IF W-PRECOOK = 0
                 MOVE 4 TO W-DEF
                 PERFORM REGISTRA THRU REGISTRA-FIM.
      ***** A CHAVE E CPF + DATA + SEQ: A DUPLICATA VEM LOGO ATRAS
           IF CPFC = W-ANTCPF AND DATACON1 = W-ANTDATA
              AND CODMEDICO = W-ANTCRM
              MOVE 5 TO W-DEF
              PERFORM REGISTRA THRU REGISTRA-FIM.
           MOVE CPFC      TO W-ANTCPF
           MOVE DATACON1  TO W-ANTDATA
           MOVE CODMEDICO TO W-ANTCRM
           IF STATUSCONS NOT = "R"
              MOVE 6 TO W-DEF
              PERFORM REGISTRA THRU REGISTRA-FIM.
           IF W-HASCRD = 1
              MOVE CODMEDICO TO CRMCD
              MOVE W-CONVF   TO CONVCD
              READ CADCRED
              IF ST-ERRO NOT = "00" OR SITUACAOCD = "I"
                 MOVE 7 TO W-DEF
                 PERFORM REGISTRA THRU REGISTRA-FIM.
           IF W-CONSDEF = 1
              ADD 1 TO W-TOTCDEF.
           GO TO AUDITA-LER.

      ***** RETIRA OS DEFEITOS DE RODADAS ANTERIORES QUE NAO **********
      ***** APARECERAM MAIS (JA CORRIGIDOS NA CONSULTA) **************
       AUDITA-LIMPA.
           PERFORM MONTA-CTL THRU MONTA-CTL-FIM
           START CADPREFA KEY IS NOT LESS KEYPREFA INVALID KEY
              GO TO AUDITA-CTL.
       AUDITA-LIMPA-LER.
           READ CADPREFA NEXT
           IF ST-ERRO NOT = "00"
              GO TO AUDITA-CTL.
           IF CONVPF NOT = W-CONVF OR ANOPF NOT = W-ANOF
              OR MESPF NOT = W-MESF
              GO TO AUDITA-CTL.
           IF DEFPF = 0
              GO TO AUDITA-LIMPA-LER.
           IF RODADAPF NOT < W-RODADA
              GO TO AUDITA-LIMPA-LER.
           DELETE CADPREFA RECORD
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTRESOL.
           GO TO AUDITA-LIMPA-LER.

      ***** CONTROLE DA COMPETENCIA: A REMESSA SO SAI DEPOIS DELE ****
       AUDITA-CTL.
           PERFORM MONTA-CTL THRU MONTA-CTL-FIM
           IF W-NOVOCTL = 0
              READ CADPREFA.
           MOVE "N"          TO BLOQPF
           MOVE SPACES       TO SITPF MOTDPF
           MOVE W-RODADA     TO RODADAPF
           MOVE W-HOJE-N     TO DATADPF
           MOVE W-CODOPERAUD TO OPERDPF
           MOVE W-TOTCONS    TO QTDCPF
           MOVE W-TOTBLQ     TO QTDBPF
           IF W-NOVOCTL = 1
              WRITE REGPREFA
           ELSE
              REWRITE REGPREFA.
           MOVE KEYPREFA (1:10) TO W-CHAVECTL
           MOVE "AUDITORIA" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM

           MOVE SPACES TO REGPREFATX
           WRITE REGPREFATX.
           MOVE SPACES TO REGPREFATX
           STRING "CONSULTAS AUDITADAS .......: " W-TOTCONS
                  "   COM DEFEITO: " W-TOTCDEF
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
           MOVE SPACES TO REGPREFATX
           STRING "DEFEITOS ENCONTRADOS ......: " W-TOTDEF
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
           MOVE SPACES TO REGPREFATX
           STRING "  BLOQUEANTES PENDENTES ...: " W-TOTBLQ
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
           MOVE SPACES TO REGPREFATX
           STRING "  DISPENSADOS (SUPERVISOR) : " W-TOTDISP
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
           MOVE SPACES TO REGPREFATX
           STRING "  SO AVISO ................: " W-TOTAVI
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
           MOVE SPACES TO REGPREFATX
           STRING "CORRIGIDOS DESDE A ULTIMA RODADA: " W-TOTRESOL
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
           CLOSE PREFATX
           MOVE "SMPRPFA" TO W-PROGCAT
           MOVE "PREFATX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-CONVF " " W-MESF "/" W-ANOF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE SPACES TO MENS
           STRING "*** PREFATX.TXT GERADO - " W-TOTBLQ
                  " BLOQUEANTE(S) ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM.

       AUDITA-FECHA.
           CLOSE CADCONSU CADPACI
           IF W-HASCRD = 1
              CLOSE CADCRED.
           IF W-HASCOC = 1
              CLOSE CADCONOC.
           IF W-HASTEL = 1
              CLOSE CADTELE.
           IF W-HASPRC = 1
              CLOSE CADPRECO.
           GO TO INICIO.

      ***** GRAVA (OU RENOVA) O DEFEITO W-DEF DA CONSULTA LIDA, *****
      ***** PRESERVANDO A DISPENSA DADA EM RODADA ANTERIOR, E *******
      ***** LISTA NO RELATORIO ***************************************
       REGISTRA.
           ADD 1 TO W-TOTDEF
           MOVE 1 TO W-CONSDEF
           MOVE W-CONVF      TO CONVPF
           MOVE W-ANOF       TO ANOPF
           MOVE W-MESF       TO MESPF
           MOVE KEYPRINCIPAL TO CONSPF
           MOVE W-DEF        TO DEFPF
           READ CADPREFA
           IF ST-ERRO = "00"
              MOVE W-RODADA TO RODADAPF
              MOVE TBDF-BLOQ (W-DEF) TO BLOQPF
              REWRITE REGPREFA
           ELSE
              MOVE W-CONVF      TO CONVPF
              MOVE W-ANOF       TO ANOPF
              MOVE W-MESF       TO MESPF
              MOVE KEYPRINCIPAL TO CONSPF
              MOVE W-DEF        TO DEFPF
              MOVE TBDF-BLOQ (W-DEF) TO BLOQPF
              MOVE "P"      TO SITPF
              MOVE W-RODADA TO RODADAPF
              MOVE ZEROS    TO DATADPF OPERDPF QTDCPF QTDBPF
              MOVE SPACES   TO MOTDPF
              WRITE REGPREFA.
           MOVE SPACES TO W-SITLIN
           IF BLOQPF = "N"
              MOVE "AVISO" TO W-SITLIN
              ADD 1 TO W-TOTAVI
           ELSE
              IF SITPF = "D"
                 MOVE "DISPENSADO" TO W-SITLIN
                 ADD 1 TO W-TOTDISP
              ELSE
                 MOVE "BLOQUEIA" TO W-SITLIN
                 ADD 1 TO W-TOTBLQ.
           MOVE CPFC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGPREFATX
           STRING W-MSCCPF " " DATACON1 " " SEQCON " " CODMEDICO " "
                  W-DEF " " TBDF-DESC (W-DEF) " " W-SITLIN
                  DELIMITED BY SIZE INTO REGPREFATX
           WRITE REGPREFATX.
       REGISTRA-FIM.
           EXIT.

      ***** CHAVE DO REGISTRO DE CONTROLE DA COMPETENCIA ************
       MONTA-CTL.
           MOVE W-CONVF TO CONVPF
           MOVE W-ANOF  TO ANOPF
           MOVE W-MESF  TO MESPF
           MOVE ZEROS   TO CONSPF DEFPF.
       MONTA-CTL-FIM.
           EXIT.

      ***** PRECO VIGENTE NA DATA DA CONSULTA (CADPRECO COM **********
      ***** VIGENCIA: VALE A ULTIMA VIGENCIA NAO POSTERIOR) **********
       BUSCA-PRECO.
           MOVE 0 TO W-PRECOOK
           IF W-HASPRC = 0
              GO TO BUSCA-PRECO-FIM.
           MOVE W-CONSDATA TO W-PRECODATA
           MOVE CODPROC    TO CODPROCP
           MOVE DOCONVENIO TO CODCONVP
           MOVE ZEROS      TO VIGPRECO
           START CADPRECO KEY IS NOT LESS KEYPRECO INVALID KEY
              GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO-LER.
           READ CADPRECO NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PRECO-FIM.
           IF CODPROCP NOT = CODPROC OR CODCONVP NOT = DOCONVENIO
              GO TO BUSCA-PRECO-FIM.
           IF VIGPRECO > W-PRECODATA
              GO TO BUSCA-PRECO-FIM.
           IF SITUACAOPC = "I"
              GO TO BUSCA-PRECO-LER.
           MOVE 1 TO W-PRECOOK
           GO TO BUSCA-PRECO-LER.
       BUSCA-PRECO-FIM.
           EXIT.

      ***** DISPENSA DE UM DEFEITO BLOQUEANTE, COM MOTIVO, PELO ******
      ***** SUPERVISOR; A REMESSA PASSA A INCLUIR A CONSULTA ********
       DISPENSA.
           ACCEPT TW-CPFD
           ACCEPT TW-DATAD
           ACCEPT TW-SEQD
           ACCEPT TW-DEFD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INICIO.
           MOVE W-CONVF TO CONVPF
           MOVE W-ANOF  TO ANOPF
           MOVE W-MESF  TO MESPF
           MOVE W-CPFD  TO CPFPF
           MOVE W-DATAD TO DATAPF
           MOVE W-SEQD  TO SEQPF
           MOVE W-DEFD  TO DEFPF
           IF W-DEFD = 0
              MOVE "*** INFORME O DEFEITO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO DISPENSA.
           READ CADPREFA
           IF ST-ERRO NOT = "00"
              MOVE "*** DEFEITO NAO ENCONTRADO NA AUDITORIA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           IF BLOQPF NOT = "S"
              MOVE "*** DEFEITO E SO AVISO, NAO BLOQUEIA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           IF SITPF = "D"
              MOVE "*** DEFEITO JA DISPENSADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
       DISPENSA-MOT.
           ACCEPT TW-MOTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INICIO.
           IF W-MOTD = SPACES
              MOVE "*** INFORME O MOTIVO DA DISPENSA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO DISPENSA-MOT.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO INICIO.
           MOVE W-CONVF TO CONVPF
           MOVE W-ANOF  TO ANOPF
           MOVE W-MESF  TO MESPF
           MOVE W-CPFD  TO CPFPF
           MOVE W-DATAD TO DATAPF
           MOVE W-SEQD  TO SEQPF
           MOVE W-DEFD  TO DEFPF
           READ CADPREFA
           IF ST-ERRO NOT = "00"
              MOVE "*** DEFEITO NAO ENCONTRADO NA AUDITORIA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           MOVE "D"      TO SITPF
           MOVE W-HOJE-N TO DATADPF
           MOVE W-SUPCOD TO OPERDPF
           MOVE W-MOTD   TO MOTDPF
           REWRITE REGPREFA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPREFA" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INICIO.
           MOVE SPACES TO W-CHAVECTL
           STRING CPFPF SEQPF DEFPF DELIMITED BY SIZE INTO W-CHAVECTL
           MOVE "DISPENSA" TO W-ACAOAUD
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
      ***** O CONTROLE DA COMPETENCIA GUARDA OS BLOQUEANTES PENDENTES
           PERFORM MONTA-CTL THRU MONTA-CTL-FIM
           READ CADPREFA
           IF ST-ERRO = "00"
              IF QTDBPF > 0
                 SUBTRACT 1 FROM QTDBPF
                 REWRITE REGPREFA.
           MOVE "*** DEFEITO DISPENSADO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO INICIO.

      ***** PEDE A LIBERACAO DO SUPERVISOR (OPERADOR AUTORIZADO) *****
       LIBERA-SUPERV.
           MOVE 0 TO W-LIBOK
           IF W-HASOPE = 0
              MOVE "*** SEM CADASTRO DE OPERADOR P/ LIBERACAO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE ZEROS  TO W-SUPCOD
           MOVE SPACES TO W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "LIBERACAO SUPERVISOR - CODIGO: "
           ACCEPT  (22, 32) W-SUPCOD
           DISPLAY (22, 40) "SENHA: "
           ACCEPT  (22, 47) W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 40) LIMPA
           MOVE W-SUPCOD TO CODOPER
           READ CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF SITUACAOOPER = "I"
              MOVE "*** OPERADOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE W-SUPSEN TO W-SENHAIN
           PERFORM CALC-HASH THRU CALC-HASH-FIM
      ***** SENHAS ANTIGAS AINDA EM CLARO TAMBEM SAO ACEITAS
           IF SENHAOPER NOT = W-HASHTXT AND SENHAOPER NOT = W-SUPSEN
              MOVE "*** SENHA INCORRETA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF CODOPER NOT = 1 AND PERFILOPER NOT = "S"
              MOVE "*** OPERADOR NAO AUTORIZADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE 1 TO W-LIBOK.
       LIBERA-SUPERV-FIM.
           EXIT.

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
                MOVE "SMPRPFA"         TO W-LINHAUD-PROG
                MOVE W-CHAVECTL        TO W-LINHAUD-CHAVE
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

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADPREFA.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       RotinaFim2.
           CANCEL "SMPWMSC"
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
           MOVE SPACES TO W-ARQ-CADPREFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPREFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPREFA
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCRED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCRED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCRED
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADTELE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTELE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTELE
           MOVE SPACES TO W-ARQ-CADPRECO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPRECO
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-PREFATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PREFATX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-PREFATX
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
