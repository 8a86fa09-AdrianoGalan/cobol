      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSE PIC X(64) VALUE
          "CADCONSE.DAT".
       01 W-HASCSE      PIC 9(01) VALUE ZEROS.
       01 W-EMAILPACI PIC X(30) VALUE SPACES.
       01 W-TELPACI   PIC 9(11) VALUE ZEROS.
       01 W-NOMEMED   PIC X(30) VALUE SPACES.
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
               VALUE  "  *** EXTRATO DE LEMBRETES DE CONSULTA **".
           05  LINE 08  COLUMN 01
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
           PERFORM CHK-BATCH THRU CHK-BATCH-FIM
           ELSE
              MOVE "** MEDICO NAO ENCONTRADO **" TO W-NOMEMED.

           MOVE CPFC        TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE W-TELPACI   TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE W-EMAILPACI TO W-MSCEMAIL
           PERFORM MASC-EMAIL THRU MASC-EMAIL-FIM
           MOVE SPACES TO REGLEMBRETX
           STRING "PACIENTE: " W-NOMEPACI
                  "  CPF: " W-MSCCPF
                  "  DATA: " W-DIAF "/" W-MESF "/" W-ANOF
                  "  HORA: " HORACONH ":" HORACONM
                  "  MEDICO: " W-NOMEMED
                  "  EMAIL: " W-MSCEMAIL
                  "  TEL: " W-MSCTEL
                  DELIMITED BY SIZE INTO REGLEMBRETX
           WRITE REGLEMBRETX
           ADD 1 TO NUMREG
       RotinaFim.
           CLOSE CADCONSU CADMED CADPACI LEMBRETX.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.
       CHK-CONSEN-FIM.
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
