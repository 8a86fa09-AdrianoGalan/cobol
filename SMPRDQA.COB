      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADCEP  PIC X(64) VALUE
       01 W-TOTEXC    PIC 9(06) VALUE ZEROS.
       01 W-IUNI      PIC 9(01) VALUE ZEROS.
       01 W-UNIOK     PIC 9(01) VALUE ZEROS.
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONF.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** QUALIDADE DE DADOS DOS CADASTROS".
           05  LINE 04  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           MOVE SPACES TO W-OPCAO
           COMPUTE W-NASCSEQ = ANONAS * 10000 + MESNAS * 100 + DIANAS
           IF W-NASCSEQ NOT > W-HOJE-N
              GO TO REGRA1-LER.
           MOVE CPF TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGDQATX
           STRING "  CPF " W-MSCCPF " " NOME " NASC " DIANAS "/"
                  MESNAS "/" ANONAS
                  DELIMITED BY SIZE INTO REGDQATX
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
           READ CADCEP
           IF ST-ERRO = "00"
              GO TO REGRA2-LER.
           MOVE CPF TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGDQATX
           STRING "  CPF " W-MSCCPF " " NOME " CEP " CEP
                  DELIMITED BY SIZE INTO REGDQATX
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
           GO TO REGRA2-LER.
           IF ST-ERRO = "00"
              IF SITUACAO OF REGCONV NOT = "I"
                 GO TO REGRA3-LER.
           MOVE CPF TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGDQATX
           STRING "  CPF " W-MSCCPF " " NOME " CONVENIO " CONVENIO
                  DELIMITED BY SIZE INTO REGDQATX
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
           GO TO REGRA3-LER.
                             + DIACON1
           IF W-CONSSEQ NOT < W-NASCSEQ
              GO TO REGRA4-LER.
           MOVE CPFC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGDQATX
           STRING "  CPF " W-MSCCPF " CONS " DIACON1 "/" MESCON1 "/"
                  ANOCON1 " SEQ " SEQCON " NASC " DIANAS "/"
                  MESNAS "/" ANONAS
                  DELIMITED BY SIZE INTO REGDQATX
              GO TO REGRA5-UNI.
           IF W-UNIOK = 1
              GO TO REGRA5-LER.
           MOVE CPFC TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGDQATX
           STRING "  CRM " CODMEDICO " CONS " DIACON1 "/" MESCON1
                  "/" ANOCON1 " CPF " W-MSCCPF " UNIDADE " UNIDCONS
                  DELIMITED BY SIZE INTO REGDQATX
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
           GO TO REGRA5-LER.
           MOVE "*** EXCECOES GRAVADAS EM DQATX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.
       TOTAL-REGRA-FIM.
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
