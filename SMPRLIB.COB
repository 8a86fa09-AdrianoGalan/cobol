       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRLIB.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * LIBERACAO DE RESULTADOS DE EXAME AO PACIENTE     *
      * PELO GATEWAY DE SMS/EMAIL (RESGATTX.TXT): SO OS  *
      * REVISADOS E NORMAIS, COM CONSENTIMENTO R NO      *
      * CANAL; CADA ENVIO LEVA UM CODIGO DE RESGATE E E  *
      * REGISTRADO NO ACESSOTX.TXT. ANORMAIS NUNCA SAO   *
      * LIBERADOS: VAO PARA A LISTA DE LIGACOES          *
      * (LIGARTX.TXT). CONTROLE POR EXAME: CADLIBRE      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.


       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.


       SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSE
                    FILE STATUS  IS ST-ERRO.


       SELECT CADLIBRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBRE
                    FILE STATUS  IS ST-ERRO.

       SELECT RESGATTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT LIGARTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT ACESSOTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.


       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEXAME.
       01 REGEXAME.
          03 KEYEXAME.
             05 CPFE          PIC 9(11).
             05 DATAE.
                07 DIAE       PIC 9(02).
                07 MESE       PIC 9(02).
                07 ANOE       PIC 9(04).
             05 SEQE          PIC 9(02).
             05 ITEME         PIC 9(02).
          03 CODEXAME         PIC X(10).
          03 DESCEXAME        PIC X(30).
          03 MEDICOEXA        PIC 9(06).
          03 DATARESULT.
             05 DIARES        PIC 9(02).
             05 MESRES        PIC 9(02).
             05 ANORES        PIC 9(04).
          03 RESULTEXAME      PIC X(40).
          03 STATUSEXAME      PIC X(01).
          03 ANORMALEXA       PIC X(01).
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
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
       FD CADCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSE.
       01 REGCONSE.
          03 KEYCONSE.
             05 CPFCS         PIC 9(11).
             05 FINALICS      PIC X(01).
             05 CANALCS       PIC X(01).
          03 CONCEDCS         PIC X(01).
          03 DATACS           PIC 9(08).
          03 OPERCS           PIC 9(04).
      *
      ***** SITLB: L = LIBERADO AO PACIENTE  A = ANORMAL (LIGAR)
      *****        N = SEM CONSENTIMENTO (REAVALIADO A CADA EXECUCAO)
       FD CADLIBRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLIBRE.
       01 REGLIBRE.
          03 KEYLIBRE.
             05 CPFLB         PIC 9(11).
             05 DATALB.
                07 DIALB      PIC 9(02).
                07 MESLB      PIC 9(02).
                07 ANOLB      PIC 9(04).
             05 SEQLB         PIC 9(02).
             05 ITEMLB        PIC 9(02).
          03 SITLB            PIC X(01).
          03 DATALIB          PIC 9(08).
          03 HORALIB          PIC 9(06).
          03 CANALLB          PIC X(01).
          03 DESTLB           PIC X(30).
          03 CODRETLB         PIC X(08).
      *
       FD RESGATTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-RESGATTX.
       01 REGRESGATTX.
          03 GT-CANAL      PIC X(01).
          03 GT-DESTINO    PIC X(30).
          03 GT-CPF        PIC 9(11).
          03 GT-NOME       PIC X(30).
          03 GT-CODEXA     PIC X(10).
          03 GT-DATARES    PIC 9(08).
          03 GT-CODRET     PIC X(08).
      *
       FD LIGARTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-LIGARTX.
       01 REGLIGARTX        PIC X(100).
      *
       FD ACESSOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ACESSOTX.
       01 REGACESSOTX         PIC X(60).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADEXAME PIC X(64) VALUE
          "CADEXAME.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONSE PIC X(64) VALUE
          "CADCONSE.DAT".
       01 W-ARQ-CADLIBRE PIC X(64) VALUE
          "CADLIBRE.DAT".
       01 W-ARQ-RESGATTX PIC X(64) VALUE
          "RESGATTX.TXT".
       01 W-ARQ-LIGARTX PIC X(64) VALUE
          "LIGARTX.TXT".
       01 W-ARQ-ACESSOTX PIC X(64) VALUE
          "ACESSOTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       77 W-ESPCONT   PIC 9(06) VALUE ZEROS.
       01 W-HASCSE    PIC 9(01) VALUE ZEROS.
       01 W-ACHOULB   PIC 9(01) VALUE ZEROS.
       01 W-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-HORA      PIC 9(08) VALUE ZEROS.
       01 W-NOMEPAC   PIC X(30) VALUE SPACES.
       01 W-TELPAC    PIC 9(11) VALUE ZEROS.
       01 W-EMAILPAC  PIC X(30) VALUE SPACES.
       01 W-CANAL     PIC X(01) VALUE SPACES.
       01 W-DESTINO   PIC X(30) VALUE SPACES.
       01 W-MOTIVO    PIC X(14) VALUE SPACES.
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
       01 W-MSCTEL      PIC X(11) VALUE SPACES.
       01 W-DTED      PIC X(10) VALUE SPACES.
       01 W-TOTLIB    PIC 9(05) VALUE ZEROS.
       01 W-TOTANO    PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMC   PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMD   PIC 9(05) VALUE ZEROS.
       01 W-QTDED     PIC ZZZZ9.
      ***** CODIGO DE RESGATE: 8 POSICOES SEM CARACTERES AMBIGUOS **
       01 W-CODRET    PIC X(08) VALUE SPACES.
       01 W-CSEED     PIC 9(10) VALUE ZEROS.
       01 W-CWORK     PIC 9(18) VALUE ZEROS.
       01 W-CQ        PIC 9(18) VALUE ZEROS.
       01 W-CPOS      PIC 9(02) VALUE ZEROS.
       01 W-CI        PIC 9(02) VALUE ZEROS.
       01 W-CODSET    PIC X(32) VALUE
          "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01 W-ACELINHA.
          03 W-ACE-DATA   PIC 9(08).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-HORA   PIC 9(06).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-OPER   PIC 9(04).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-TERM   PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-PROG   PIC X(07).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-CPF    PIC 9(11).
       01 W-ACEOPER     PIC 9(04) VALUE ZEROS.
       01 WS-SESSFILE   PIC X(64) VALUE SPACES.
       01 W-TERMID      PIC X(08) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** LIBERACAO DE RESULTADOS DE EXAMES AO".
           05  LINE 04  COLUMN 43
               VALUE  " PACIENTE ***".
           05  LINE 06  COLUMN 01
               VALUE  "  SERAO ENVIADOS AO GATEWAY (RESGATTX.TXT) OS".
           05  LINE 07  COLUMN 01
               VALUE  "  RESULTADOS REVISADOS E NORMAIS COM CONSENTI".
           05  LINE 07  COLUMN 46
               VALUE  "MENTO.".
           05  LINE 08  COLUMN 01
               VALUE  "  ANORMAIS VAO PARA A LISTA DE LIGACOES".
           05  LINE 09  COLUMN 01
               VALUE  "  (LIGARTX.TXT).".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA A LIBERACAO (S/N) : ".
           05  TW-OPCAO
               LINE 12  COLUMN 33  PIC X(01)
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
      ***** DADOS FICTICIOS NAO SAEM PARA FORA DA CLINICA
           IF W-TREINO NOT = SPACES
              MOVE "*** NAO DISPONIVEL NA BASE DE TREINAMENTO ***"
                                                       TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.

       INICIO.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAFILTRO.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LIBERACAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       R0.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM PEDIDO DE EXAME REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEXAME
              GO TO RotinaFim2.
           OPEN I-O CADLIBRE
           IF ST-ERRO = "30"
              OPEN OUTPUT CADLIBRE
              CLOSE CADLIBRE
              OPEN I-O CADLIBRE.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLIBRE" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADEXAME CADPACI
              GO TO RotinaFim2.
      ***** SEM CADCONSE NINGUEM TEM CONSENTIMENTO *****************
           MOVE 1 TO W-HASCSE
           OPEN INPUT CADCONSE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCSE.
           OPEN OUTPUT RESGATTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RESGATTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim4.
           OPEN OUTPUT LIGARTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO LIGARTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              CLOSE RESGATTX
              GO TO RotinaFim4.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           PERFORM LER-SESSAO THRU LER-SESSAO-FIM
           MOVE SPACES TO REGLIGARTX
           STRING "RESULTADOS DE EXAME - PACIENTES A CONTATAR - "
                  W-HOJE (7:2) "/" W-HOJE (5:2) "/" W-HOJE (1:4)
                  DELIMITED BY SIZE INTO REGLIGARTX
           WRITE REGLIGARTX
           MOVE SPACES TO REGLIGARTX
           STRING "MOTIVO         CPF         PACIENTE"
                  "                       TELEFONE    EXAME"
                  DELIMITED BY SIZE INTO REGLIGARTX
           WRITE REGLIGARTX
           MOVE ALL "-" TO REGLIGARTX
           WRITE REGLIGARTX
           MOVE ZEROS TO W-TOTLIB W-TOTANO W-TOTSEMC W-TOTSEMD
           MOVE ZEROS TO KEYEXAME
           START CADEXAME KEY IS NOT LESS KEYEXAME INVALID KEY
              GO TO GRAVA-TOTAIS.

      ***** RESULTADOS REVISADOS AINDA NAO LIBERADOS ***************
       LER-EXAME.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-TOTAIS.
           IF STATUSEXAME NOT = "R" OR REVISADO NOT = "S"
              GO TO LER-EXAME.
           MOVE 1 TO W-ACHOULB
           MOVE KEYEXAME TO KEYLIBRE
           READ CADLIBRE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-ACHOULB
           ELSE
              IF SITLB NOT = "N"
                 GO TO LER-EXAME.
           MOVE SPACES TO W-NOMEPAC W-EMAILPAC
           MOVE ZEROS  TO W-TELPAC
           MOVE CPFE TO CPF
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME     TO W-NOMEPAC
              MOVE EMAIL    TO W-EMAILPAC
              MOVE TELEFONE TO W-TELPAC
           ELSE
              MOVE "** PACIENTE NAO ENCONTRADO **" TO W-NOMEPAC.

      ***** ANORMAL: NUNCA VAI AUTOMATICO, SO NA LISTA DE LIGACAO **
           IF ANORMALEXA = "A"
              ADD 1 TO W-TOTANO
              MOVE "ANORMAL" TO W-MOTIVO
              PERFORM LISTA-LIGAR THRU LISTA-LIGAR-FIM
              MOVE "A" TO SITLB
              MOVE SPACE TO W-CANAL
              MOVE SPACES TO W-DESTINO W-CODRET
              GO TO GRAVA-LIBRE.

           PERFORM ESCOLHE-CANAL THRU ESCOLHE-CANAL-FIM
           IF W-CANAL = SPACE
              IF W-ACHOULB = 1
                 GO TO LER-EXAME
              ELSE
                 ADD 1 TO W-TOTSEMC
                 MOVE "SEM CONSENTIM." TO W-MOTIVO
                 PERFORM LISTA-LIGAR THRU LISTA-LIGAR-FIM
                 MOVE "N" TO SITLB
                 MOVE SPACES TO W-DESTINO W-CODRET
                 GO TO GRAVA-LIBRE.

           PERFORM GERA-CODIGO THRU GERA-CODIGO-FIM
           MOVE W-CANAL   TO GT-CANAL
           MOVE W-DESTINO TO GT-DESTINO
           MOVE CPFE      TO GT-CPF
           MOVE W-NOMEPAC TO GT-NOME
           MOVE CODEXAME  TO GT-CODEXA
           COMPUTE GT-DATARES = ANORES * 10000 + MESRES * 100 + DIARES
           MOVE W-CODRET  TO GT-CODRET
           WRITE REGRESGATTX
           ADD 1 TO W-TOTLIB
           MOVE "L" TO SITLB
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.

       GRAVA-LIBRE.
           MOVE KEYEXAME  TO KEYLIBRE
           MOVE W-HOJE    TO DATALIB
           MOVE W-HORA (1:6) TO HORALIB
           MOVE W-CANAL   TO CANALLB
           MOVE W-DESTINO TO DESTLB
           MOVE W-CODRET  TO CODRETLB.
       GRAVA-LIBRE-WR.
           IF W-ACHOULB = 1
              REWRITE REGLIBRE
           ELSE
              WRITE REGLIBRE.
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO GRAVA-LIBRE-WR.
           GO TO LER-EXAME.

      ***** CANAL COM CONSENTIMENTO R (RESULTADO): SMS COM TELEFONE,
      ***** SENAO EMAIL COM ENDERECO; T = TODOS OS CANAIS **********
       ESCOLHE-CANAL.
           MOVE SPACE TO W-CANAL
           MOVE SPACES TO W-DESTINO
           IF W-HASCSE = 0
              GO TO ESCOLHE-CANAL-FIM.
           MOVE CPFE TO CPFCS
           MOVE "R"  TO FINALICS
           IF W-TELPAC > 0
              MOVE "S" TO CANALCS
              PERFORM LER-CONSE THRU LER-CONSE-FIM
              IF W-CANAL NOT = SPACE
                 GO TO ESCOLHE-CANAL-FIM.
           IF W-EMAILPAC NOT = SPACES
              MOVE "E" TO CANALCS
              PERFORM LER-CONSE THRU LER-CONSE-FIM
              IF W-CANAL NOT = SPACE
                 GO TO ESCOLHE-CANAL-FIM.
           MOVE "T" TO CANALCS
           READ CADCONSE
           IF ST-ERRO NOT = "00"
              GO TO ESCOLHE-CANAL-FIM.
           IF CONCEDCS NOT = "S"
              GO TO ESCOLHE-CANAL-FIM.
           IF W-TELPAC > 0
              MOVE "S" TO W-CANAL
              MOVE W-TELPAC TO W-DESTINO
              GO TO ESCOLHE-CANAL-FIM.
           IF W-EMAILPAC NOT = SPACES
              MOVE "E" TO W-CANAL
              MOVE W-EMAILPAC TO W-DESTINO.
       ESCOLHE-CANAL-FIM.
           EXIT.

       LER-CONSE.
           READ CADCONSE
           IF ST-ERRO NOT = "00"
              GO TO LER-CONSE-FIM.
           IF CONCEDCS NOT = "S"
              GO TO LER-CONSE-FIM.
           MOVE CANALCS TO W-CANAL
           IF CANALCS = "S"
              MOVE W-TELPAC TO W-DESTINO
           ELSE
              MOVE W-EMAILPAC TO W-DESTINO.
       LER-CONSE-FIM.
           EXIT.

       LISTA-LIGAR.
           MOVE SPACES TO W-DTED
           STRING DIARES "/" MESRES "/" ANORES
                  DELIMITED BY SIZE INTO W-DTED
           MOVE CPFE TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE W-TELPAC TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE SPACES TO REGLIGARTX
           STRING W-MOTIVO " " W-MSCCPF " " W-NOMEPAC " " W-MSCTEL " "
                  CODEXAME " " W-DTED
                  DELIMITED BY SIZE INTO REGLIGARTX
           WRITE REGLIGARTX.
       LISTA-LIGAR-FIM.
           EXIT.

      ***** CPF E TELEFONE DA LISTA CONFORME O PERFIL DO OPERADOR ***
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSC...) *****
      ***** O ARQUIVO DO GATEWAY CONTINUA COM OS DADOS COMPLETOS ****
       MASC-CPF.
           MOVE "C" TO W-MSCCAMPO
           MOVE W-MSCCPF TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCCPF.
       MASC-CPF-FIM.
           EXIT.

       MASC-TEL.
           MOVE "T" TO W-MSCCAMPO
           MOVE W-MSCTEL TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCTEL.
       MASC-TEL-FIM.
           EXIT.

      ***** SEM O SMPWMSC NADA SAI EM CLARO
       MASCARA.
           CALL "SMPWMSC" USING W-MSCCAMPO W-MSCENTRA W-MSCSAIDA
              ON OVERFLOW
              MOVE ALL "*" TO W-MSCSAIDA.
       MASCARA-FIM.
           EXIT.

      ***** CODIGO DE RESGATE A PARTIR DO CPF, DO PEDIDO E DA HORA **
       GERA-CODIGO.
           MOVE SPACES TO W-CODRET
           COMPUTE W-CWORK = CPFE + W-HORA + SEQE * 100 + ITEME
                           + W-TOTLIB * 7919
           DIVIDE W-CWORK BY 2147483647 GIVING W-CQ
                  REMAINDER W-CSEED
           IF W-CSEED = 0
              MOVE 1 TO W-CSEED.
           MOVE ZEROS TO W-CI.
       GERA-CODIGO-LOOP.
           ADD 1 TO W-CI
           IF W-CI > 8
              GO TO GERA-CODIGO-FIM.
           COMPUTE W-CWORK = W-CSEED * 48271 + W-CI
           DIVIDE W-CWORK BY 2147483647 GIVING W-CQ
                  REMAINDER W-CSEED
           DIVIDE W-CSEED BY 32 GIVING W-CQ REMAINDER W-CPOS
           ADD 1 TO W-CPOS
           MOVE W-CODSET (W-CPOS:1) TO W-CODRET (W-CI:1)
           GO TO GERA-CODIGO-LOOP.
       GERA-CODIGO-FIM.
           EXIT.

       GRAVA-TOTAIS.
           MOVE SPACES TO REGLIGARTX
           WRITE REGLIGARTX
           MOVE W-TOTLIB TO W-QTDED
           MOVE SPACES TO REGLIGARTX
           STRING "RESULTADOS LIBERADOS AO GATEWAY ....: " W-QTDED
                  DELIMITED BY SIZE INTO REGLIGARTX
           WRITE REGLIGARTX
           MOVE W-TOTANO TO W-QTDED
           MOVE SPACES TO REGLIGARTX
           STRING "ANORMAIS PARA LIGACAO ..............: " W-QTDED
                  DELIMITED BY SIZE INTO REGLIGARTX
           WRITE REGLIGARTX
           MOVE W-TOTSEMC TO W-QTDED
           MOVE SPACES TO REGLIGARTX
           STRING "SEM CONSENTIMENTO DE RESULTADO .....: " W-QTDED
                  DELIMITED BY SIZE INTO REGLIGARTX
           WRITE REGLIGARTX
           CLOSE RESGATTX.

      ***** FECHA ANTES DE CATALOGAR: O SMPWCAT COPIA O ARQUIVO ******
       FECHA-RELAT.
           CLOSE LIGARTX
           MOVE "SMPRLIB" TO W-PROGCAT
           MOVE "LIGARTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "LIBERACAO " W-HOJE
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE SPACES TO MENS
           STRING "*** " W-TOTLIB " LIBERADOS, " W-TOTANO
                  " ANORMAIS P/ LIGAR ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim4.

      ***** OPERADOR DA SESSAO DESTE TERMINAL (PARA O ACESSOTX) *****
       LER-SESSAO.
           MOVE ZEROS TO W-ACEOPER
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
              GO TO LER-SESSAO-FIM.
           READ SESSAO
           IF ST-ERRO = "00"
              MOVE SESSCODOPER TO W-ACEOPER.
           CLOSE SESSAO.
       LER-SESSAO-FIM.
           EXIT.

      ***** REGISTRA A LIBERACAO DO RESULTADO DESTE CPF *************
      ***** EM ACESSOTX.TXT, SEPARADO DA TRILHA DE GRAVACAO *********
       GRAVA-ACESSO.
           MOVE W-HOJE          TO W-ACE-DATA
           MOVE W-HORA (1:6)    TO W-ACE-HORA
           MOVE W-ACEOPER       TO W-ACE-OPER
           MOVE W-TERMID        TO W-ACE-TERM
           MOVE "SMPRLIB"       TO W-ACE-PROG
           MOVE CPFE            TO W-ACE-CPF
           OPEN EXTEND ACESSOTX
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT ACESSOTX.
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-ACESSO-FIM.
           MOVE W-ACELINHA TO REGACESSOTX
           WRITE REGACESSOTX
           CLOSE ACESSOTX.
       GRAVA-ACESSO-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim4.
           CLOSE CADEXAME CADPACI CADLIBRE.
           IF W-HASCSE = 1
              CLOSE CADCONSE.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

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
           MOVE SPACES TO W-ARQ-CADEXAME
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEXAME.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEXAME
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCONSE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSE
           MOVE SPACES TO W-ARQ-CADLIBRE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLIBRE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLIBRE
           MOVE SPACES TO W-ARQ-RESGATTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "RESGATTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-RESGATTX
           MOVE SPACES TO W-ARQ-LIGARTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "LIGARTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-LIGARTX
           MOVE SPACES TO W-ARQ-ACESSOTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ACESSOTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ACESSOTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
