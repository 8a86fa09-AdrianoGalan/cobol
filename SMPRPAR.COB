                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERETCT
                                       WITH DUPLICATES.

       SELECT PARCELTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 CPFRESP       PIC 9(11).
          03 PARENTRESP    PIC X(10).
          03 TELRESP       PIC 9(11).
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
       FD PARCELTX
               LABEL RECORD IS STANDARD
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADPARCE PIC X(64) VALUE
          "CADPARCE.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONTA PIC X(64) VALUE
          "CADCONTA.DAT".
       01 W-ARQ-PARCELTX PIC X(64) VALUE
          "PARCELTX.TXT".
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
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-PAR-VANO PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 W-PAR-CPF  PIC X(11).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 W-PAR-NUM  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 FILLER     PIC X(02) VALUE SPACES.
          03 W-PAR-NOME PIC X(25).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 W-PAR-TEL  PIC X(11).
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
       01 W-MSCTEL      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** PARCELAS EM ABERTO E ATRASADAS **".
           05  LINE 04  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           DISPLAY TELAFILTRO.
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN INPUT CADPACI.
      ***** CONTATOS JA FEITOS COM O PACIENTE (OPCIONAL)
           MOVE 1 TO W-HASCTA
           OPEN INPUT CADCONTA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASCTA.

           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           COMPUTE W-HOJESEQ = W-HOJEANO * 10000 + W-HOJEMES * 100
           MOVE DIAVC     TO W-PAR-VDIA
           MOVE MESVC     TO W-PAR-VMES
           MOVE ANOVC     TO W-PAR-VANO
           MOVE CPFPA TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE W-MSCCPF  TO W-PAR-CPF
           MOVE PARCNUM   TO W-PAR-NUM
           MOVE QTDPARC   TO W-PAR-QTD
           MOVE VALORPARC TO W-PAR-VAL
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME     TO W-PAR-NOME
              MOVE TELEFONE TO W-MSCTEL
              PERFORM MASC-TEL THRU MASC-TEL-FIM
              MOVE W-MSCTEL TO W-PAR-TEL.
           MOVE W-LINPAR TO TBAB-LIN (W-NAB)
           GO TO LER-PARC.

           IF TBAB-ATR (W-IAB) = "S"
              MOVE SPACES TO REGPARCELTX
              MOVE TBAB-LIN (W-IAB) TO REGPARCELTX
              WRITE REGPARCELTX
              PERFORM GRAVA-CONTATO THRU GRAVA-CONTATO-FIM.
           ADD 1 TO W-IAB
           GO TO GERA-ATRASO-LIN.

      ***** NA LISTA DE COBRANCA, A ULTIMA LIGACAO AO PACIENTE *******
       GRAVA-CONTATO.
           IF W-HASCTA = 0
              GO TO GRAVA-CONTATO-FIM.
           MOVE TBAB-LIN (W-IAB) (13:11) TO W-CTCPF
           PERFORM ULT-CONTATO THRU ULT-CONTATO-FIM
           MOVE W-LINCONT TO REGPARCELTX
           WRITE REGPARCELTX.
       GRAVA-CONTATO-FIM.
           EXIT.

       GERA-TOTAIS.
           MOVE SPACES TO REGPARCELTX
           WRITE REGPARCELTX.
      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADPARCE CADPACI.
           IF W-HASCTA = 1
              CLOSE CADCONTA.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

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

      *********** Mensagem **********************
       RMensa.
                MOVE ZEROS TO W-CONT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADCONTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONTA
           MOVE SPACES TO W-ARQ-PARCELTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PARCELTX.TXT" DELIMITED BY SIZE
