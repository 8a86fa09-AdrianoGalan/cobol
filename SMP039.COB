      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-AUDCTRL PIC X(64) VALUE
          "AUDCTRL.DAT".
       01 W-ENCSEQ     PIC 9(06) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAVITAL.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "            ***** SINAIS VITAIS DO PACI".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.


      ********** ABRE OU CRIA ARQUIVO*************************
           STRING "      HISTORICO DE SINAIS VITAIS"
                  DELIMITED BY SIZE INTO REGVITAISTX
           WRITE REGVITAISTX.
           MOVE CPFVI TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGVITAISTX
           STRING "PACIENTE: " TXTNOME "  CPF: " W-MSCCPF
                  DELIMITED BY SIZE INTO REGVITAISTX
           WRITE REGVITAISTX.
           MOVE ALL "-" TO REGVITAISTX
           MOVE "SMP039" TO W-PROGCAT
           MOVE "VITAISTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "CPF " W-MSCCPF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
       ESPERA-BUSY-FIM.
                EXIT.

      ***** CPF CONFORME O PERFIL DO OPERADOR **********************
      ***** (SMPWMSC; O VALOR ENTRA E SAI NO PROPRIO W-MSCCPF) *****
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

       ROT-FIM.
           CLOSE CADVITAL.
           CLOSE CADPACI.
       ROT-FIM2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.

      ***** ENCADEIA A LINHA DE AUDITORIA: NUMERO SEQUENCIAL E ******
