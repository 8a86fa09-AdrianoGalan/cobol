       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP060.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * EVENTOS ADVERSOS POS-VACINA E A MEDICAMENTOS:    *
      * REFERENCIA A APLICACAO (CADVACIN) OU AO ITEM DA  *
      * RECEITA (CADRECEI), LOTE, INICIO, GRAVIDADE,     *
      * DESFECHO E MEDICO NOTIFICANTE                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEVADV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVADV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.


       SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRM
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS NOMEM
                                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS NOMEFONM
                                           WITH DUPLICATES.


       SELECT CADVACIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACIN
                    FILE STATUS  IS ST-ERRO.


       SELECT CADVACSC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACSC
                    FILE STATUS  IS ST-ERRO.


       SELECT CADRECEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECEI
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
       FD CADEVADV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEVADV.
       01 REGEVADV.
          03 KEYEVADV.
             05 CPFEA         PIC 9(11).
             05 SEQEA         PIC 9(03).
          03 ORIGEMEA         PIC X(01).
          03 CODVACEA         PIC 9(03).
          03 DOSEEA           PIC 9(02).
          03 SEQREA           PIC 9(02).
          03 ITEMREA          PIC 9(02).
          03 DATAREFEA.
             05 DIAREFEA      PIC 9(02).
             05 MESREFEA      PIC 9(02).
             05 ANOREFEA      PIC 9(04).
          03 PRODUTOEA        PIC X(30).
          03 LOTEEA           PIC X(10).
          03 DATAINIEA.
             05 DIAINIEA      PIC 9(02).
             05 MESINIEA      PIC 9(02).
             05 ANOINIEA      PIC 9(04).
          03 GRAVIDEA         PIC X(01).
          03 DESFECHOEA       PIC X(01).
          03 CRMEA            PIC 9(06).
          03 DESCEA           PIC X(40).
          03 NOTIFEA          PIC X(01).
          03 DATANOTEA        PIC 9(08).
          03 SITUACAOEA       PIC X(01).
          03 DATAREGEA        PIC 9(08).
          03 OPEREA           PIC 9(04).
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
          03 CONVENIO        PIC 9(04).
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMED.
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOMEM         PIC X(30).
          03 QTDESPEC      PIC 9(01).
          03 ESPECIALIDADE PIC 9(02) OCCURS 6 TIMES.
          03 SEXOMEDICO    PIC X(01).
          03 DNASCM.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SITUACAO      PIC X(01).
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
      *
       FD CADVACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACIN.
       01 REGVACIN.
          03 KEYVACIN.
             05 CPFV          PIC 9(11).
             05 CODVAC        PIC 9(03).
             05 DOSEV         PIC 9(02).
          03 DATAAPLIC.
             05 DIAAP         PIC 9(02).
             05 MESAP         PIC 9(02).
             05 ANOAP         PIC 9(04).
          03 LOTEVAC          PIC X(10).
          03 OPERAPLIC        PIC 9(04).
          03 SITUACAOVA       PIC X(01).
      *
       FD CADVACSC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACSC.
       01 REGVACSC.
          03 KEYVACSC.
             05 CODVACS       PIC 9(03).
             05 DOSEVS        PIC 9(02).
          03 NOMEVAC          PIC X(20).
          03 IDADEMESES       PIC 9(03).
          03 SITUACAOVS       PIC X(01).
          03 CODITVAC         PIC 9(04).
      *
       FD CADRECEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRECEI.
       01 REGRECEI.
          03 KEYRECEI.
             05 CPFR          PIC 9(11).
             05 DATAR.
                07 DIAR       PIC 9(02).
                07 MESR       PIC 9(02).
                07 ANOR       PIC 9(04).
             05 SEQR          PIC 9(02).
             05 ITEMR         PIC 9(02).
          03 MEDICAMENTO      PIC X(30).
          03 DOSAGEM          PIC X(20).
          03 DURACAOREC       PIC X(15).
          03 INSTRUCAO        PIC X(40).
          03 SITUACAORE       PIC X(01).
          03 CODMEDREC        PIC 9(05).
          03 CONTROLREC       PIC X(01).
          03 NUMFORMCTL       PIC 9(06).
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
       01 W-ARQ-CADEVADV PIC X(64) VALUE
          "CADEVADV.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADVACIN PIC X(64) VALUE
          "CADVACIN.DAT".
       01 W-ARQ-CADVACSC PIC X(64) VALUE
          "CADVACSC.DAT".
       01 W-ARQ-CADRECEI PIC X(64) VALUE
          "CADRECEI.DAT".
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
       01 W-HASVAC      PIC 9(01) VALUE ZEROS.
       01 W-HASVSC      PIC 9(01) VALUE ZEROS.
       01 W-HASREC      PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJESER     PIC 9(08) VALUE ZEROS.
       01 W-REFSER      PIC 9(08) VALUE ZEROS.
       01 W-NOMEMED     PIC X(30) VALUE SPACES.
       01 W-TXTNOTIF    PIC X(24) VALUE SPACES.
       01 W-CPFSAV      PIC 9(11) VALUE ZEROS.
       01 W-SEQMAX      PIC 9(03) VALUE ZEROS.
       01 W-SAVEEA      PIC X(150) VALUE SPACES.
       01 W-SMES        PIC 9(02) VALUE ZEROS.
       01 W-SANO        PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA      PIC 9(02) VALUE ZEROS.
       01 W-ULT1        PIC 9(04) VALUE ZEROS.
       01 W-ULT2        PIC 9(04) VALUE ZEROS.
       01 TABDIASMES-R.
          03 FILLER PIC X(12) VALUE "312831303130".
          03 FILLER PIC X(12) VALUE "313130313031".
       01 TABDIASMES REDEFINES TABDIASMES-R.
          03 W-DIASMES  PIC 9(02) OCCURS 12 TIMES.
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
       01  TELAEVADV.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "      ***** EVENTOS ADVERSOS A VACINAS E".
           05  LINE 02  COLUMN 41
               VALUE  " MEDICAMENTOS *****".
           05  LINE 04  COLUMN 01
               VALUE  "  PACIENTE (CPF):".
           05  LINE 05  COLUMN 01
               VALUE  "  EVENTO  (SEQ) :".
           05  LINE 05  COLUMN 26
               VALUE  "(0=NOVO EVENTO)".
           05  LINE 07  COLUMN 01
               VALUE  "  ORIGEM (V=VACINA  M=MEDICAMENTO) :".
           05  LINE 08  COLUMN 01
               VALUE  "  VACINA APLICADA (CODIGO / DOSE)  :".
           05  LINE 09  COLUMN 01
               VALUE  "  RECEITA (DATA / SEQ / ITEM)      :".
           05  LINE 10  COLUMN 01
               VALUE  "  PRODUTO :".
           05  LINE 10  COLUMN 45
               VALUE  "EM:".
           05  LINE 11  COLUMN 01
               VALUE  "  LOTE    :".
           05  LINE 12  COLUMN 01
               VALUE  "  INICIO DOS SINTOMAS              :".
           05  LINE 13  COLUMN 01
               VALUE  "  GRAVIDADE (L=LEVE M=MODERADA G=GRAVE) :".
           05  LINE 14  COLUMN 01
               VALUE  "  DESFECHO (R=RECUPERADO S=SEQUELA E=EM".
           05  LINE 14  COLUMN 40
               VALUE  " RECUPERACAO N=NAO RECUP.".
           05  LINE 15  COLUMN 01
               VALUE  "            O=OBITO D=DESCONHECIDO) :".
           05  LINE 16  COLUMN 01
               VALUE  "  CRM NOTIFICANTE :".
           05  LINE 17  COLUMN 01
               VALUE  "  DESCRICAO :".
           05  LINE 18  COLUMN 01
               VALUE  "  NOTIFICACAO :".
           05  TCPFEA
               LINE 04  COLUMN 19  PIC 999.999.999.99
               USING  CPFEA
               HIGHLIGHT.
           05  TNOMEPAC
               LINE 04  COLUMN 35  PIC X(30)
               USING  NOME OF REGPACI
               HIGHLIGHT.
           05  TSEQEA
               LINE 05  COLUMN 19  PIC 999
               USING  SEQEA
               HIGHLIGHT.
           05  TORIGEMEA
               LINE 07  COLUMN 38  PIC X(01)
               USING  ORIGEMEA
               HIGHLIGHT.
           05  TCODVACEA
               LINE 08  COLUMN 38  PIC 999
               USING  CODVACEA
               HIGHLIGHT.
           05  TDOSEEA
               LINE 08  COLUMN 44  PIC 99
               USING  DOSEEA
               HIGHLIGHT.
           05  TDATAREFM
               LINE 09  COLUMN 38  PIC 99.99.9999
               USING  DATAREFEA
               HIGHLIGHT.
           05  TSEQREA
               LINE 09  COLUMN 51  PIC 99
               USING  SEQREA
               HIGHLIGHT.
           05  TITEMREA
               LINE 09  COLUMN 56  PIC 99
               USING  ITEMREA
               HIGHLIGHT.
           05  TPRODUTOEA
               LINE 10  COLUMN 13  PIC X(30)
               USING  PRODUTOEA
               HIGHLIGHT.
           05  TDATAREFEA
               LINE 10  COLUMN 49  PIC 99.99.9999
               USING  DATAREFEA
               HIGHLIGHT.
           05  TLOTEEA
               LINE 11  COLUMN 13  PIC X(10)
               USING  LOTEEA
               HIGHLIGHT.
           05  TDATAINIEA
               LINE 12  COLUMN 38  PIC 99.99.9999
               USING  DATAINIEA
               HIGHLIGHT.
           05  TGRAVIDEA
               LINE 13  COLUMN 43  PIC X(01)
               USING  GRAVIDEA
               HIGHLIGHT.
           05  TDESFECHOEA
               LINE 15  COLUMN 39  PIC X(01)
               USING  DESFECHOEA
               HIGHLIGHT.
           05  TCRMEA
               LINE 16  COLUMN 21  PIC 999.999
               USING  CRMEA
               HIGHLIGHT.
           05  TNOMEMED
               LINE 16  COLUMN 30  PIC X(30)
               USING  W-NOMEMED
               HIGHLIGHT.
           05  TDESCEA
               LINE 17  COLUMN 15  PIC X(40)
               USING  DESCEA
               HIGHLIGHT.
           05  TTXTNOTIF
               LINE 18  COLUMN 17  PIC X(24)
               USING  W-TXTNOTIF
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
           OPEN I-O CADEVADV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEVADV
                 CLOSE CADEVADV
                 MOVE "*** ARQUIVO CADEVADV FOI CRIADO **" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEVADV" TO MENS
                 PERFORM RMensa THRU RMensa-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEVADV
              GO TO ROT-FIM2.

       R0B.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEVADV CADPACI
              GO TO ROT-FIM2.

      ***** SEM CARTEIRA DE VACINAS OU RECEITAS A ORIGEM CORRESPON- *
      ***** DENTE FICA INDISPONIVEL **********************************
       R0C.
           MOVE 1 TO W-HASVAC
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASVAC.
           MOVE 1 TO W-HASVSC
           OPEN INPUT CADVACSC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASVSC.
           MOVE 1 TO W-HASREC
           OPEN INPUT CADRECEI
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASREC.

       R0D.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE (7:2) TO W-DSDIA
           MOVE W-HOJE (5:2) TO W-DSMES
           MOVE W-HOJE (1:4) TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-HOJESER.

      ********** FIM ABRE OU CRIA ARQUIVO*************************
      *********ZERAR CAMPOS E MOSTRAR A TELA**********************
       R1.
           MOVE SPACES TO ORIGEMEA PRODUTOEA LOTEEA GRAVIDEA
           MOVE SPACES TO DESFECHOEA DESCEA NOTIFEA SITUACAOEA
           MOVE SPACES TO NOME OF REGPACI W-NOMEMED W-TXTNOTIF
           MOVE ZEROS TO CPFEA SEQEA CODVACEA DOSEEA SEQREA ITEMREA
           MOVE ZEROS TO DATAREFEA DATAINIEA CRMEA DATANOTEA
           MOVE ZEROS TO DATAREGEA OPEREA W-SEL
           DISPLAY TELAEVADV.

      *********FIM ZERAR CAMPOS E MOSTRAR A TELA**********************
       R2.
           ACCEPT TCPFEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CPFEA = 0
              MOVE "*** DIGITE O CPF DO PACIENTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           MOVE CPFEA TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R2.
           DISPLAY TNOMEPAC.

       R2A.
           ACCEPT TSEQEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF SEQEA = 0
              PERFORM BUSCA-SEQ THRU BUSCA-SEQ-FIM
              DISPLAY TSEQEA.

       LER-PROC.
           READ CADEVADV
           IF ST-ERRO (1:1) = "9"
              MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO LER-PROC.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-EVENTO THRU MOSTRA-EVENTO-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADEVADV" TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "N" TO NOTIFEA
                MOVE "A" TO SITUACAOEA
                NEXT SENTENCE.

       R3.
           DISPLAY TELAEVADV
           ACCEPT TORIGEMEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF ORIGEMEA = "v" MOVE "V" TO ORIGEMEA.
           IF ORIGEMEA = "m" MOVE "M" TO ORIGEMEA.
           IF ORIGEMEA NOT = "V" AND ORIGEMEA NOT = "M"
              MOVE "*** ORIGEM: V=VACINA  M=MEDICAMENTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           IF ORIGEMEA = "M"
              GO TO R4M.

      ***** VACINA: A APLICACAO TEM DE EXISTIR NA CARTEIRA; O LOTE **
      ***** E A DATA VEM DA PROPRIA APLICACAO ************************
       R4V.
           IF W-HASVAC = 0
              MOVE "*** CARTEIRA DE VACINAS NAO ENCONTRADA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE ZEROS TO SEQREA ITEMREA
           DISPLAY TSEQREA TITEMREA
           ACCEPT TCODVACEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           ACCEPT TDOSEEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4V.
           MOVE CPFEA    TO CPFV
           MOVE CODVACEA TO CODVAC
           MOVE DOSEEA   TO DOSEV
           READ CADVACIN
           IF ST-ERRO NOT = "00"
              MOVE "*** APLICACAO NAO ENCONTRADA NA CARTEIRA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4V.
           IF SITUACAOVA = "I"
              MOVE "*** APLICACAO EXCLUIDA DA CARTEIRA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4V.
           MOVE DATAAPLIC TO DATAREFEA
           MOVE LOTEVAC   TO LOTEEA
           MOVE SPACES TO PRODUTOEA
           STRING "VACINA " CODVACEA " DOSE " DOSEEA
                  DELIMITED BY SIZE INTO PRODUTOEA
           IF W-HASVSC = 1
              MOVE CODVACEA TO CODVACS
              MOVE DOSEEA   TO DOSEVS
              READ CADVACSC
              IF ST-ERRO = "00"
                 MOVE NOMEVAC TO PRODUTOEA.
           DISPLAY TDATAREFM TPRODUTOEA TDATAREFEA TLOTEEA
           GO TO R5.

      ***** MEDICAMENTO: ITEM DA RECEITA DO PACIENTE; O LOTE E ******
      ***** OPCIONAL (DISPENSACAO OU APLICACAO NA CLINICA) **********
       R4M.
           IF W-HASREC = 0
              MOVE "*** ARQUIVO DE RECEITAS NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R3.
           MOVE ZEROS TO CODVACEA DOSEEA
           DISPLAY TCODVACEA TDOSEEA
           ACCEPT TDATAREFM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           ACCEPT TSEQREA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4M.
           ACCEPT TITEMREA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4M.
           MOVE CPFEA     TO CPFR
           MOVE DATAREFEA TO DATAR
           MOVE SEQREA    TO SEQR
           MOVE ITEMREA   TO ITEMR
           READ CADRECEI
           IF ST-ERRO NOT = "00"
              MOVE "*** ITEM DE RECEITA NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R4M.
           MOVE MEDICAMENTO TO PRODUTOEA
           DISPLAY TPRODUTOEA TDATAREFEA.
       R4L.
           ACCEPT TLOTEEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4M.

      ***** O INICIO NAO PODE SER ANTES DA APLICACAO/RECEITA NEM ****
      ***** DEPOIS DE HOJE *******************************************
       R5.
           ACCEPT TDATAINIEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF MESINIEA < 1 OR MESINIEA > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE MESINIEA TO W-SMES
           MOVE ANOINIEA TO W-SANO
           PERFORM CALC-ULTDIA THRU CALC-ULTDIA-FIM
           IF DIAINIEA < 1 OR DIAINIEA > W-ULTDIA
              MOVE "*** DIA INVALIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           MOVE DIAREFEA TO W-DSDIA
           MOVE MESREFEA TO W-DSMES
           MOVE ANOREFEA TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-REFSER
           MOVE DIAINIEA TO W-DSDIA
           MOVE MESINIEA TO W-DSMES
           MOVE ANOINIEA TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-REFSER
              MOVE "*** INICIO ANTERIOR A APLICACAO/RECEITA ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.
           IF W-DSSER > W-HOJESER
              MOVE "*** INICIO NAO PODE SER DATA FUTURA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R5.

       R6.
           ACCEPT TGRAVIDEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF GRAVIDEA = "l" MOVE "L" TO GRAVIDEA.
           IF GRAVIDEA = "m" MOVE "M" TO GRAVIDEA.
           IF GRAVIDEA = "g" MOVE "G" TO GRAVIDEA.
           IF GRAVIDEA NOT = "L" AND GRAVIDEA NOT = "M"
              AND GRAVIDEA NOT = "G"
              MOVE "*** GRAVIDADE: L, M OU G ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R6.

       R7.
           ACCEPT TDESFECHOEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF DESFECHOEA = "r" MOVE "R" TO DESFECHOEA.
           IF DESFECHOEA = "s" MOVE "S" TO DESFECHOEA.
           IF DESFECHOEA = "e" MOVE "E" TO DESFECHOEA.
           IF DESFECHOEA = "n" MOVE "N" TO DESFECHOEA.
           IF DESFECHOEA = "o" MOVE "O" TO DESFECHOEA.
           IF DESFECHOEA = "d" MOVE "D" TO DESFECHOEA.
           IF DESFECHOEA NOT = "R" AND "S" AND "E" AND "N"
                         AND "O" AND "D"
              MOVE "*** DESFECHO: R, S, E, N, O OU D ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R7.
      ***** OBITO OU SEQUELA SAO SEMPRE EVENTO GRAVE ****************
           IF DESFECHOEA = "O" OR DESFECHOEA = "S"
              MOVE "G" TO GRAVIDEA
              DISPLAY TGRAVIDEA.

       R8.
           ACCEPT TCRMEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF CRMEA = 0
              MOVE "*** DIGITE O CRM DO MEDICO NOTIFICANTE ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           MOVE CRMEA TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R8.
           MOVE NOMEM TO W-NOMEMED
           DISPLAY TNOMEMED.

       R9.
           ACCEPT TDESCEA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF DESCEA = SPACES
              MOVE "*** DESCREVA O EVENTO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO R9.
      ***** ALTERACAO DE EVENTO JA NOTIFICADO VAI COMO RETIFICACAO **
           IF W-SEL = 1
              IF NOTIFEA = "S"
                 MOVE "R" TO NOTIFEA
                 GO TO ALT-OPC
              ELSE
                 GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO INC-OPC.
                PERFORM LER-OPER THRU LER-OPER-FIM
                MOVE W-HOJE TO DATAREGEA
                MOVE W-CODOPERAUD TO OPEREA.
       INC-WR1.
                WRITE REGEVADV
                IF ST-ERRO (1:1) = "9"
                   MOVE "*** REGISTRO EM USO, AGUARDE... ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
                   GO TO INC-WR1.
                IF ST-ERRO = "00" OR "02"
                      MOVE "INCLUSAO" TO W-ACAOAUD
                      PERFORM GRAVA-AUDIT-LINHA THRU GRAVA-AUDIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM RMensa THRU RMensa-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  GO TO ALT-RW1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEVADV"
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
                IF SITUACAOEA = "I"
                   MOVE "*** EVENTO EXCLUIDO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
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
      ***** O EVENTO SO E MARCADO COMO EXCLUIDO (I): PODE JA TER ****
      ***** SIDO NOTIFICADO A VIGILANCIA *****************************
       EXC-DL1.
                MOVE "I" TO SITUACAOEA
                REWRITE REGEVADV
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
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM RMensa THRU RMensa-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEVADV
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
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADEVADV"   TO MENS
                PERFORM RMensa THRU RMensa-FIM
                GO TO ROT-FIM.

      ***** SEQUENCIA ZERO: PROXIMO NUMERO DE EVENTO DO PACIENTE ****
       BUSCA-SEQ.
                MOVE REGEVADV TO W-SAVEEA
                MOVE CPFEA TO W-CPFSAV
                MOVE ZEROS TO W-SEQMAX
                MOVE ZEROS TO SEQEA
                START CADEVADV KEY IS NOT LESS KEYEVADV INVALID KEY
                   GO TO BUSCA-SEQ-REST.
       BUSCA-SEQ-LER.
                READ CADEVADV NEXT
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-SEQ-REST.
                IF CPFEA NOT = W-CPFSAV
                   GO TO BUSCA-SEQ-REST.
                MOVE SEQEA TO W-SEQMAX
                GO TO BUSCA-SEQ-LER.
       BUSCA-SEQ-REST.
                MOVE W-SAVEEA TO REGEVADV
                ADD 1 W-SEQMAX GIVING SEQEA.
       BUSCA-SEQ-FIM.
                EXIT.

       MOSTRA-EVENTO.
                MOVE SPACES TO W-NOMEMED
                MOVE CRMEA TO CRM
                READ CADMED
                IF ST-ERRO = "00"
                   MOVE NOMEM TO W-NOMEMED.
                MOVE "AINDA NAO NOTIFICADO" TO W-TXTNOTIF
                IF NOTIFEA = "S" OR NOTIFEA = "R"
                   MOVE SPACES TO W-TXTNOTIF
                   STRING "NOTIFICADO EM " DATANOTEA (7:2) "/"
                          DATANOTEA (5:2) "/" DATANOTEA (1:4)
                          DELIMITED BY SIZE INTO W-TXTNOTIF.
                IF NOTIFEA = "R"
                   MOVE "RETIFICACAO PENDENTE" TO W-TXTNOTIF.
                DISPLAY TELAEVADV.
       MOSTRA-EVENTO-FIM.
                EXIT.

      ***** ULTIMO DIA DO MES DA DATA DE TRABALHO ******************
       CALC-ULTDIA.
                MOVE W-DIASMES (W-SMES) TO W-ULTDIA
                IF W-SMES = 2
                   DIVIDE W-SANO BY 4 GIVING W-ULT1
                          REMAINDER W-ULT2
                   IF W-ULT2 = 0
                      MOVE 29 TO W-ULTDIA.
       CALC-ULTDIA-FIM.
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
                MOVE "SMP060"          TO W-LINHAUD-PROG
                MOVE KEYEVADV           TO W-LINHAUD-CHAVE
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
           CLOSE CADEVADV CADPACI CADMED.
           IF W-HASVAC = 1
              CLOSE CADVACIN.
           IF W-HASVSC = 1
              CLOSE CADVACSC.
           IF W-HASREC = 1
              CLOSE CADRECEI.
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
           MOVE SPACES TO W-ARQ-CADEVADV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVADV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVADV
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADVACIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACIN
           MOVE SPACES TO W-ARQ-CADVACSC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACSC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACSC
           MOVE SPACES TO W-ARQ-CADRECEI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECEI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECEI
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
