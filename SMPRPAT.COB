      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 TXTPLANO    PIC X(50) VALUE SPACES.
       01 NUMREG      PIC 9(06) VALUE ZEROS.
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
               VALUE  "  *** RELATORIO ALFABETICO DE PACIENTES ***".
           05  LINE 08  COLUMN 01
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
      *
                 MOVE "*** CONVENIO NAO CADASTRADO ***" TO TXTPLANO.

           ADD 1 TO NUMREG
           MOVE CPF      TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE TELEFONE TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE EMAIL    TO W-MSCEMAIL
           PERFORM MASC-EMAIL THRU MASC-EMAIL-FIM
           MOVE SPACES TO REGPACIALFTX
           STRING NOME " CPF:" W-MSCCPF " TEL:" W-MSCTEL
                  DELIMITED BY SIZE INTO REGPACIALFTX
           WRITE REGPACIALFTX.
           MOVE SPACES TO REGPACIALFTX
           STRING "    EMAIL: " W-MSCEMAIL "  PLANO: " TXTPLANO
                  DELIMITED BY SIZE INTO REGPACIALFTX
           WRITE REGPACIALFTX.

           IF NOMERESP NOT = SPACES
              MOVE CPFRESP TO W-MSCCPF
              PERFORM MASC-CPF THRU MASC-CPF-FIM
              MOVE TELRESP TO W-MSCTEL
              PERFORM MASC-TEL THRU MASC-TEL-FIM
              MOVE SPACES TO REGPACIALFTX
              STRING "    RESPONSAVEL: " NOMERESP
                     " CPF:" W-MSCCPF
                     " TEL:" W-MSCTEL
                     DELIMITED BY SIZE INTO REGPACIALFTX
              WRITE REGPACIALFTX.

       RotinaFim.
           CLOSE CADPACI CADCONV CADPLANO PACIALFTX.
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
