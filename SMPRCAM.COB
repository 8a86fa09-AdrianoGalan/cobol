                    ALTERNATE RECORD KEY IS NOMEFONM
                                       WITH DUPLICATES.

       SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERETCT
                                       WITH DUPLICATES.

       SELECT CAMPATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
      *
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
       FD CAMPATX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSE PIC X(64) VALUE
          "CADCONSE.DAT".
       01 W-HASCSE      PIC 9(01) VALUE ZEROS.
          "CADPACI.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADCONTA PIC X(64) VALUE
          "CADCONTA.DAT".
       01 W-ARQ-CAMPATX PIC X(64) VALUE
          "CAMPATX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
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
       01 W-DATAF.
          03 W-DIAF   PIC 9(02).
          03 W-MESF   PIC 9(02).
          03 FILLER PIC X(18) VALUE "181212243273304334".
       01 TABCUMD REDEFINES TABCUMD-R.
          03 W-CUMD     PIC 9(03) OCCURS 12 TIMES.
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCTEL      PIC X(11) VALUE SPACES.
       01 W-MSCEMAIL    PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** CAMPANHA DE RETORNO DE PACIENTES ***".
           05  LINE 06  COLUMN 01
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
      *
           OPEN INPUT CADCONSE
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCSE.
      ***** CONTATOS JA FEITOS COM O PACIENTE (OPCIONAL)
           MOVE 1 TO W-HASCTA
           OPEN INPUT CADCONTA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCTA.

           OPEN OUTPUT CAMPATX
           IF ST-ERRO NOT = "00"
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** MEDICO NAO ENCONTRADO **" TO NOMEM.
           MOVE TELEFONE TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE EMAIL    TO W-MSCEMAIL
           PERFORM MASC-EMAIL THRU MASC-EMAIL-FIM
           MOVE SPACES TO REGCAMPATX
           STRING NOME " TEL:" W-MSCTEL
                  " EMAIL:" W-MSCEMAIL
                  DELIMITED BY SIZE INTO REGCAMPATX
           WRITE REGCAMPATX.
           MOVE SPACES TO REGCAMPATX
                  "  MEDICO: " NOMEM
                  DELIMITED BY SIZE INTO REGCAMPATX
           WRITE REGCAMPATX.
           IF W-HASCTA = 1
              MOVE CPF TO W-CTCPF
              PERFORM ULT-CONTATO THRU ULT-CONTATO-FIM
              MOVE W-LINCONT TO REGCAMPATX
              WRITE REGCAMPATX.
       CHK-PAC-PROX.
           ADD 1 TO W-IP
           GO TO CHK-PAC.
      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONSU CADPACI CADMED CAMPATX.
           IF W-HASCTA = 1
              CLOSE CADCONTA.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.
       CHK-CONSEN-FIM.
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

      ***** CPF, TELEFONE E EMAIL CONFORME O PERFIL DO OPERADOR ****
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSC...) *****
       MASC-TEL.
           MOVE "T" TO W-MSCCAMPO
           MOVE W-MSCTEL TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCTEL.
       MASC-TEL-FIM.
           EXIT.

       MASC-EMAIL.
           MOVE "E" TO W-MSCCAMPO
           MOVE W-MSCEMAIL TO W-MSCENTRA
           PERFORM MASCARA THRU MASCARA-FIM
           MOVE W-MSCSAIDA TO W-MSCEMAIL.
       MASC-EMAIL-FIM.
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
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADCONTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONTA
           MOVE SPACES TO W-ARQ-CAMPATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CAMPATX.TXT" DELIMITED BY SIZE
