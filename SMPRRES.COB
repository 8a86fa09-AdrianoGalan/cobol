      **************************************************
      * PRONTUARIO RESUMIDO DO PACIENTE: IDENTIFICACAO, *
      * ALERTAS, CONSULTAS, RECEITAS ATIVAS, EXAMES E   *
      * VACINAS E DOCUMENTOS DIGITALIZADOS EM UM SO     *
      * DOCUMENTO (PRONTTX.TXT)                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS KEYVACSC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOL
                    FILE STATUS  IS ST-ERRO.

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

       SELECT CADDOCPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPA
                    FILE STATUS  IS ST-ERRO.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 IDADEMESES       PIC 9(03).
          03 SITUACAOVS       PIC X(01).
          03 CODITVAC         PIC 9(04).
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
       FD CADDOCPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCPA.
       01 REGDOCPA.
          03 KEYDOCPA.
             05 CPFDP         PIC 9(11).
             05 SEQDP         PIC 9(03).
          03 TIPODP           PIC X(01).
          03 DATADP.
             05 DIADP         PIC 9(02).
             05 MESDP         PIC 9(02).
             05 ANODP         PIC 9(04).
          03 DESCDP           PIC X(40).
          03 ARQDP            PIC X(40).
          03 CONSDP.
             05 DATACDP.
                07 DIACDP     PIC 9(02).
                07 MESCDP     PIC 9(02).
                07 ANOCDP     PIC 9(04).
             05 SEQCDP        PIC 9(02).
          03 OPERDP           PIC 9(04).
          03 DATAREGDP        PIC 9(08).
          03 SITDP            PIC X(01).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADVACIN.DAT".
       01 W-ARQ-CADVACSC PIC X(64) VALUE
          "CADVACSC.DAT".
       01 W-ARQ-CADEVOL PIC X(64) VALUE
          "CADEVOL.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-ARQ-CADADEND PIC X(64) VALUE
          "CADADEND.DAT".
       01 W-ARQ-CADDOCPA PIC X(64) VALUE
          "CADDOCPA.DAT".
       01 W-ARQ-PRONTTX PIC X(64) VALUE
          "PRONTTX.TXT".
       01 W-ARQ-ACESSOTX PIC X(64) VALUE
       01 W-HASALE    PIC 9(01) VALUE ZEROS.
       01 W-HASVAC    PIC 9(01) VALUE ZEROS.
       01 W-HASVSC    PIC 9(01) VALUE ZEROS.
       01 W-HASEVO    PIC 9(01) VALUE ZEROS.
       01 W-HASASS    PIC 9(01) VALUE ZEROS.
       01 W-HASADE    PIC 9(01) VALUE ZEROS.
       01 W-HASDOC    PIC 9(01) VALUE ZEROS.
       01 W-TXTTIPODOC PIC X(14) VALUE SPACES.
       01 W-QTD       PIC 9(04) VALUE ZEROS.
       01 W-NOMEMED   PIC X(30) VALUE SPACES.
       01 W-NOMEVACX  PIC X(20) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
      ***** CONSULTAS DO PACIENTE EM ORDEM CRONOLOGICA (EVOLUCAO) ***
       01 W-QTEV      PIC 9(03) VALUE ZEROS.
       01 W-IEV       PIC 9(03) VALUE ZEROS.
       01 W-JEV       PIC 9(03) VALUE ZEROS.
       01 W-TROCAEV   PIC 9(01) VALUE ZEROS.
       01 W-EVCAB     PIC 9(01) VALUE ZEROS.
       01 W-TBEVTMP   PIC X(24) VALUE SPACES.
       01 W-TBEVCONS.
          03 W-TBEV OCCURS 300 TIMES.
             05 W-TBE-ORD    PIC 9(14).
             05 W-TBE-DATAC  PIC 9(08).
             05 W-TBE-SEQ    PIC 9(02).
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
       01 W-MSCTEL      PIC X(11) VALUE SPACES.
       01 W-MSCEMAIL    PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFILTRO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** PRONTUARIO RESUMIDO DO PACIENTE *".
           05  LINE 04  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           MOVE ZEROS TO W-CPFF
           OPEN INPUT CADVACSC
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASVSC.
           MOVE 1 TO W-HASEVO
           OPEN INPUT CADEVOL
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASEVO.
           MOVE 1 TO W-HASASS
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASASS.
           MOVE 1 TO W-HASADE
           OPEN INPUT CADADEND
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASADE.
           MOVE 1 TO W-HASDOC
           OPEN INPUT CADDOCPA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASDOC.

           MOVE W-CPFF TO CPF
           READ CADPACI
           STRING "NOME ....: " NOME
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX.
           MOVE CPF TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGPRONTTX
           STRING "CPF .....: " W-MSCCPF
                  "   NASCIMENTO: " DIANAS "/" MESNAS "/" ANONAS
                  "   SEXO: " SEXO
                  DELIMITED BY SIZE INTO REGPRONTTX
                  "   CARTEIRINHA: " CARTEIRINHA
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX.
           MOVE TELEFONE TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE EMAIL TO W-MSCEMAIL
           PERFORM MASC-EMAIL THRU MASC-EMAIL-FIM
           MOVE SPACES TO REGPRONTTX
           STRING "TELEFONE : " W-MSCTEL "   EMAIL: " W-MSCEMAIL
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX.

           STRING "--- CONSULTAS ---"
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX.
           MOVE ZEROS TO W-QTD W-QTEV
           MOVE W-CPFF TO CPFC
           MOVE ZEROS  TO DATACON1 SEQCON
           START CADCONSU KEY IS NOT LESS KEYPRINCIPAL INVALID KEY
           IF CPFC NOT = W-CPFF
              GO TO SEC-CONSU-VAZIO.
           ADD 1 TO W-QTD
           IF W-QTEV < 300
              ADD 1 TO W-QTEV
              COMPUTE W-TBE-ORD (W-QTEV) =
                      ANOCON1 * 10000000000 + MESCON1 * 100000000
                    + DIACON1 * 1000000 + HORACONH * 10000
                    + HORACONM * 100 + SEQCON
              MOVE DATACON1 TO W-TBE-DATAC (W-QTEV)
              MOVE SEQCON   TO W-TBE-SEQ (W-QTEV).
           MOVE SPACES TO W-NOMEMED
           IF W-HASMED = 1
              MOVE CODMEDICO TO CRM
              STRING "     " DESCRICAO1
                     DELIMITED BY SIZE INTO REGPRONTTX
              WRITE REGPRONTTX.
           PERFORM SEC-ASSIN THRU SEC-ASSIN-FIM
           GO TO SEC-CONSU-LER.
       SEC-CONSU-VAZIO.
           IF W-QTD = 0
                     DELIMITED BY SIZE INTO REGPRONTTX
              WRITE REGPRONTTX.

      ***** EVOLUCAO CLINICA (SOAP), CONSULTA A CONSULTA EM ORDEM ****
      ***** CRONOLOGICA E LINHA A LINHA NA ORDEM DE REGISTRO *********
       SEC-EVOL.
           MOVE SPACES TO REGPRONTTX
           WRITE REGPRONTTX.
           MOVE SPACES TO REGPRONTTX
           STRING "--- EVOLUCAO CLINICA (SOAP) ---"
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX.
           IF W-HASEVO = 0
              GO TO SEC-RECEI.
           PERFORM ORDENA-EVOL THRU ORDENA-EVOL-FIM
           MOVE ZEROS TO W-QTD
           MOVE 1 TO W-IEV.
       SEC-EVOL-CONS.
           IF W-IEV > W-QTEV
              GO TO SEC-EVOL-VAZIO.
           MOVE 0 TO W-EVCAB
           MOVE W-CPFF              TO CPFEV
           MOVE W-TBE-DATAC (W-IEV) TO DATAEV
           MOVE W-TBE-SEQ (W-IEV)   TO SEQEV
           MOVE ZEROS               TO LINHAEV
           START CADEVOL KEY IS NOT LESS KEYEVOL INVALID KEY
              GO TO SEC-EVOL-PROX.
       SEC-EVOL-LER.
           READ CADEVOL NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEC-EVOL-PROX.
           IF CPFEV NOT = W-CPFF
              OR DATAEV NOT = W-TBE-DATAC (W-IEV)
              OR SEQEV NOT = W-TBE-SEQ (W-IEV)
              GO TO SEC-EVOL-PROX.
           IF SITUACAOEV = "I"
              GO TO SEC-EVOL-LER.
           IF W-EVCAB = 0
              MOVE 1 TO W-EVCAB
              MOVE SPACES TO REGPRONTTX
              STRING "  CONSULTA DE " DIAEV "/" MESEV "/" ANOEV
                     "  SEQ " SEQEV
                     DELIMITED BY SIZE INTO REGPRONTTX
              WRITE REGPRONTTX.
           ADD 1 TO W-QTD
           MOVE SPACES TO REGPRONTTX
           STRING "     " TIPOEV "  " TEXTOEV
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX
           GO TO SEC-EVOL-LER.
       SEC-EVOL-PROX.
           ADD 1 TO W-IEV
           GO TO SEC-EVOL-CONS.
       SEC-EVOL-VAZIO.
           IF W-QTD = 0
              MOVE SPACES TO REGPRONTTX
              STRING "  (NENHUMA EVOLUCAO REGISTRADA)"
                     DELIMITED BY SIZE INTO REGPRONTTX
              WRITE REGPRONTTX.

      ***** RECEITAS ATIVAS ******************************************
       SEC-RECEI.
           MOVE SPACES TO REGPRONTTX
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX.
           IF W-HASEXA = 0
              GO TO SEC-DOCUM.
           MOVE ZEROS TO W-QTD
           MOVE W-CPFF TO CPFE
           MOVE ZEROS  TO DATAE SEQE ITEME
                     DELIMITED BY SIZE INTO REGPRONTTX
              WRITE REGPRONTTX.

      ***** DOCUMENTOS DIGITALIZADOS E EXTERNOS *********************
       SEC-DOCUM.
           MOVE SPACES TO REGPRONTTX
           WRITE REGPRONTTX.
           MOVE SPACES TO REGPRONTTX
           STRING "--- DOCUMENTOS DIGITALIZADOS ---"
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX.
           MOVE ZEROS TO W-QTD
           IF W-HASDOC = 0
              GO TO SEC-DOCUM-VAZIO.
           MOVE W-CPFF TO CPFDP
           MOVE ZEROS  TO SEQDP
           START CADDOCPA KEY IS NOT LESS KEYDOCPA INVALID KEY
              GO TO SEC-DOCUM-VAZIO.
       SEC-DOCUM-LER.
           READ CADDOCPA NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEC-DOCUM-VAZIO.
           IF CPFDP NOT = W-CPFF
              GO TO SEC-DOCUM-VAZIO.
           IF SITDP = "I"
              GO TO SEC-DOCUM-LER.
           ADD 1 TO W-QTD
           MOVE SPACES TO W-TXTTIPODOC
           IF TIPODP = "I"
              MOVE "IDENTIDADE" TO W-TXTTIPODOC.
           IF TIPODP = "C"
              MOVE "CARTEIRINHA" TO W-TXTTIPODOC.
           IF TIPODP = "E"
              MOVE "EXAME EXTERNO" TO W-TXTTIPODOC.
           IF TIPODP = "R"
              MOVE "ENCAMINHAMENTO" TO W-TXTTIPODOC.
           IF TIPODP = "L"
              MOVE "LAUDO" TO W-TXTTIPODOC.
           IF TIPODP = "O"
              MOVE "OUTROS" TO W-TXTTIPODOC.
           MOVE SPACES TO REGPRONTTX
           STRING "  " DIADP "/" MESDP "/" ANODP
                  "  " W-TXTTIPODOC " " DESCDP
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX
           MOVE SPACES TO REGPRONTTX
           IF DATACDP = 0
              STRING "              ARQUIVO: " ARQDP
                     DELIMITED BY SIZE INTO REGPRONTTX
           ELSE
              STRING "              ARQUIVO: " ARQDP
                     " CONSULTA " DIACDP "/" MESCDP "/" ANOCDP
                     "-" SEQCDP
                     DELIMITED BY SIZE INTO REGPRONTTX.
           WRITE REGPRONTTX
           GO TO SEC-DOCUM-LER.
       SEC-DOCUM-VAZIO.
           IF W-QTD = 0
              MOVE SPACES TO REGPRONTTX
              STRING "  (NENHUM DOCUMENTO REGISTRADO)"
                     DELIMITED BY SIZE INTO REGPRONTTX
              WRITE REGPRONTTX.

       SEC-FIM.
           MOVE SPACES TO REGPRONTTX
           WRITE REGPRONTTX.
       CATALOGA.
           MOVE "SMPRRES" TO W-PROGCAT
           MOVE "PRONTTX.TXT" TO W-ARQCAT
           MOVE W-CPFF TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO W-PARMCAT
           STRING "CPF " W-MSCCPF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              CLOSE CADVACIN.
           IF W-HASVSC = 1
              CLOSE CADVACSC.
           IF W-HASEVO = 1
              CLOSE CADEVOL.
           IF W-HASASS = 1
              CLOSE CADASSIN.
           IF W-HASADE = 1
              CLOSE CADADEND.
           IF W-HASDOC = 1
              CLOSE CADDOCPA.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.

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
       RMensa-FIM.
                EXIT.

      ***** ASSINATURA DO MEDICO E ADENDOS DA CONSULTA: O TEXTO *****
      ***** ORIGINAL FICA ACIMA E OS ADENDOS DATADOS ABAIXO **********
       SEC-ASSIN.
           IF W-HASASS = 0
              GO TO SEC-ASSIN-FIM.
           MOVE CPFC     TO CPFAS
           MOVE DATACON1 TO DATAAS
           MOVE SEQCON   TO SEQAS
           READ CADASSIN
           MOVE SPACES TO REGPRONTTX
           IF ST-ERRO = "00"
              STRING "     ASSINADA PELO CRM " CRMASS " EM "
                     DATAASS (7:2) "/" DATAASS (5:2) "/"
                     DATAASS (1:4) " " HORAASS (1:2) ":"
                     HORAASS (3:2)
                     DELIMITED BY SIZE INTO REGPRONTTX
              WRITE REGPRONTTX
           ELSE
              IF STATUSCONS = "R"
                 STRING "     NAO ASSINADA"
                        DELIMITED BY SIZE INTO REGPRONTTX
                 WRITE REGPRONTTX.
           IF W-HASADE = 0
              GO TO SEC-ASSIN-FIM.
           MOVE CPFC     TO CPFAD
           MOVE DATACON1 TO DATAAD
           MOVE SEQCON   TO SEQAD
           MOVE ZEROS    TO NUMAD
           START CADADEND KEY IS NOT LESS KEYADEND INVALID KEY
              GO TO SEC-ASSIN-FIM.
       SEC-ASSIN-ADE.
           READ CADADEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEC-ASSIN-FIM.
           IF CPFAD NOT = CPFC OR DATAAD NOT = DATACON1
              OR SEQAD NOT = SEQCON
              GO TO SEC-ASSIN-FIM.
           MOVE SPACES TO REGPRONTTX
           STRING "     ADENDO " DATAADD (7:2) "/" DATAADD (5:2) "/"
                  DATAADD (1:4) " " HORAADD (1:2) ":" HORAADD (3:2)
                  " CRM " CRMAD " " TEXTOAD
                  DELIMITED BY SIZE INTO REGPRONTTX
           WRITE REGPRONTTX
           GO TO SEC-ASSIN-ADE.
       SEC-ASSIN-FIM.
           EXIT.

      ****** ORDENA AS CONSULTAS PELA DATA E HORA (BUBBLE SORT) ****
       ORDENA-EVOL.
           IF W-QTEV < 2
              GO TO ORDENA-EVOL-FIM.
           MOVE 1 TO W-TROCAEV.
       ORDENA-EVOL-LOOP.
           IF W-TROCAEV = 0
              GO TO ORDENA-EVOL-FIM.
           MOVE 0 TO W-TROCAEV
           MOVE 1 TO W-IEV.
       ORDENA-EVOL-PASSO.
           IF W-IEV NOT < W-QTEV
              GO TO ORDENA-EVOL-LOOP.
           ADD 1 W-IEV GIVING W-JEV
           IF W-TBE-ORD (W-IEV) > W-TBE-ORD (W-JEV)
              MOVE W-TBEV (W-IEV) TO W-TBEVTMP
              MOVE W-TBEV (W-JEV) TO W-TBEV (W-IEV)
              MOVE W-TBEVTMP      TO W-TBEV (W-JEV)
              MOVE 1 TO W-TROCAEV.
           ADD 1 TO W-IEV
           GO TO ORDENA-EVOL-PASSO.
       ORDENA-EVOL-FIM.
           EXIT.

      ***** REGISTRA QUEM CONSULTOU OS DADOS DESTE CPF **************
      ***** EM ACESSOTX.TXT, SEPARADO DA TRILHA DE GRAVACAO *********
       GRAVA-ACESSO.
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACSC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACSC
           MOVE SPACES TO W-ARQ-CADEVOL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVOL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVOL
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADADEND
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADADEND.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADADEND
           MOVE SPACES TO W-ARQ-CADDOCPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCPA
           MOVE SPACES TO W-ARQ-PRONTTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "PRONTTX.TXT" DELIMITED BY SIZE
