                    RECORD KEY   IS KEYXMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOVBK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVBK
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHVMEDOB
                                       WITH DUPLICATES.

       SELECT AGENDATX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
             05 CRMXM         PIC 9(06).
             05 CPFXM         PIC 9(11).
             05 SEQXM         PIC 9(02).
      *
      ***** CONSULTAS MARCADAS COMO ENCAIXE NO SMP006
       FD CADOVBK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOVBK.
       01 REGOVBK.
          03 KEYOVBK.
             05 CPFOB         PIC 9(11).
             05 DATAOB.
                07 DIAOB      PIC 9(02).
                07 MESOB      PIC 9(02).
                07 ANOOB      PIC 9(04).
             05 SEQOB         PIC 9(02).
          03 CHVMEDOB.
             05 CRMOB         PIC 9(06).
             05 DTOB          PIC 9(08).
          03 HORAOB           PIC 9(04).
          03 DATAREGOB        PIC 9(08).
          03 OPEROB           PIC 9(04).
      *
       FD AGENDATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-AGENDATX.
       01 REGAGENDATX       PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADAUSEN.DAT".
       01 W-ARQ-CADXMED PIC X(64) VALUE
          "CADXMED.DAT".
       01 W-ARQ-CADOVBK PIC X(64) VALUE
          "CADOVBK.DAT".
       01 W-ARQ-AGENDATX PIC X(64) VALUE
          "AGENDATX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 W-UNIDF     PIC 9(02) VALUE ZEROS.
       01 W-HASXRF    PIC 9(01) VALUE ZEROS.
       01 W-HASOVB    PIC 9(01) VALUE ZEROS.
       01 W-XDATA     PIC 9(08) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-TMPSEQ    PIC 9(02) VALUE ZEROS.
       01 W-TMPCPF    PIC 9(11) VALUE ZEROS.
       01 W-TMPNOME   PIC X(30) VALUE SPACES.
       01 W-TMPENC    PIC X(07) VALUE SPACES.
       01 W-HASAUS    PIC 9(01) VALUE ZEROS.
       01 W-AUSENTE   PIC 9(01) VALUE ZEROS.
       01 W-TIPOAUSTXT PIC X(09) VALUE SPACES.
          03 TBASEQ    PIC 9(02) OCCURS 200 TIMES.
          03 TBACPF    PIC 9(11) OCCURS 200 TIMES.
          03 TBANOME   PIC X(30) OCCURS 200 TIMES.
          03 TBAENC    PIC X(07) OCCURS 200 TIMES.
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
           05  LINE 04  COLUMN 01
               VALUE  "  *** RELATORIO DE AGENDA DIARIA DO MEDICO **".
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
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASXRF.

      ***** MARCA DE ENCAIXE (SMP006) - OPCIONAL
           MOVE 1 TO W-HASOVB
           OPEN INPUT CADOVBK
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOVB.

           MOVE W-CRMF TO CRM
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO ENCONTRADO **" TO TBANOME(IND)
           ELSE
              MOVE NOME TO TBANOME(IND).
           MOVE SPACES TO TBAENC(IND)
           IF W-HASOVB = 1
              MOVE CPFC     TO CPFOB
              MOVE DATACON1 TO DATAOB
              MOVE SEQCON   TO SEQOB
              READ CADOVBK
              IF ST-ERRO = "00"
                 MOVE "ENCAIXE" TO TBAENC(IND).
           ADD 1 TO IND
           IF IND > 200
              MOVE "*** AGENDA COM MAIS DE 200 CONSULTAS ***" TO MENS

           MOVE 1 TO IND2.
       GRAVA-LINHA.
           MOVE TBACPF(IND2) TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE SPACES TO REGAGENDATX
           STRING TBAHORA(IND2) "  SEQ: " TBASEQ(IND2)
                  "  PACIENTE: " TBANOME(IND2) "  CPF: " W-MSCCPF
                  "  " TBAENC(IND2)
                  DELIMITED BY SIZE INTO REGAGENDATX
           WRITE REGAGENDATX
           ADD 1 TO IND2
           MOVE TBANOME(IND3)   TO TBANOME(IND2)
           MOVE W-TMPNOME       TO TBANOME(IND3)

           MOVE TBAENC(IND2)    TO W-TMPENC
           MOVE TBAENC(IND3)    TO TBAENC(IND2)
           MOVE W-TMPENC        TO TBAENC(IND3)

           MOVE 1 TO W-TROCA.

       ORDENAR-AGENDA-FIM.
              CLOSE CADXMED.
           IF W-HASAUS = 1
              CLOSE CADAUSEN.
           IF W-HASOVB = 1
              CLOSE CADOVBK.
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
                  "CADXMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADXMED
           MOVE SPACES TO W-ARQ-CADOVBK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVBK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVBK
           MOVE SPACES TO W-ARQ-AGENDATX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "AGENDATX.TXT" DELIMITED BY SIZE
