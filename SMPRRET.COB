       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRRET.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * MEUS RETORNOS: CONTATOS PROMETIDOS AOS          *
      * PACIENTES (CADCONTA) VENCIDOS ATE A DATA, POR   *
      * OPERADOR, DO MAIS ATRASADO PARA O MAIS RECENTE  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERETCT
                                       WITH DUPLICATES.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT RETORTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANASP    PIC 9(02).
             05 MESNASP    PIC 9(02).
             05 ANONASP    PIC 9(04).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 CONVENIO      PIC 9(04).
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
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPER.
       01 REGOPER.
          03 CODOPER       PIC 9(04).
          03 NOMEOPER      PIC X(30).
          03 SENHAOPER     PIC X(10).
          03 SITUACAOOPER  PIC X(01).
          03 PERFILOPER    PIC X(01).
          03 DATASENHA     PIC 9(08).
          03 TROCAOBRIG    PIC X(01).
          03 SENHAANT1     PIC X(10).
          03 SENHAANT2     PIC X(10).
          03 SENHAANT3     PIC X(10).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD.
       01 REGSESSAO.
          03 SESSCODOPER   PIC 9(04).
          03 SESSNOME      PIC X(30).
      *
       FD RETORTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-RETORTX.
       01 REGRETORTX        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADCONTA PIC X(64) VALUE
          "CADCONTA.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-RETORTX PIC X(64) VALUE
          "RETORTX.TXT".
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
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 WS-SESSFILE PIC X(64) VALUE SPACES.
       01 W-TERMID    PIC X(08) VALUE SPACES.
       01 W-HASOPE    PIC 9(01) VALUE ZEROS.
       01 W-OPERF     PIC 9(04) VALUE ZEROS.
       01 W-NOMEOPF   PIC X(30) VALUE SPACES.
       01 W-DATAF.
          03 W-DIAF   PIC 9(02).
          03 W-MESF   PIC 9(02).
          03 W-ANOF   PIC 9(04).
       01 W-LIMSEQ    PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-HOJEANO  PIC 9(04).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-HOJE-N    REDEFINES W-HOJE PIC 9(08).
       01 W-SITUAC    PIC X(08) VALUE SPACES.
       01 W-QTDRET    PIC 9(04) VALUE ZEROS.
       01 W-QTDATR    PIC 9(04) VALUE ZEROS.
       01 W-CHAVERETSV PIC X(12) VALUE SPACES.
       01 W-CHAVEATU  PIC X(25) VALUE SPACES.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
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
               VALUE  "  *** MEUS RETORNOS - CONTATOS A FAZER ***".
           05  LINE 07  COLUMN 01
               VALUE  "  OPERADOR (ZERO = O DA SESSAO): ".
           05  LINE 09  COLUMN 01
               VALUE  "  VENCIDOS ATE (DD.MM.AAAA, ZERO = HOJE): ".
           05  LINE 12  COLUMN 01
               VALUE  "  CONFIRMA GERACAO DO RELATORIO (S/N) : ".
           05  TW-OPERF
               LINE 07  COLUMN 35  PIC 9(04)
               USING  W-OPERF
               HIGHLIGHT.
           05  TW-NOMEOPF
               LINE 07  COLUMN 41  PIC X(30)
               USING  W-NOMEOPF
               HIGHLIGHT.
           05  TW-DATAF
               LINE 09  COLUMN 44  PIC 99.99.9999
               USING  W-DATAF
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 42  PIC X(01)
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

       INICIO.
           MOVE ZEROS TO W-OPERF W-DATAF
           MOVE SPACES TO W-NOMEOPF
           PERFORM LER-OPER THRU LER-OPER-FIM
           DISPLAY TELAFILTRO.

       INC-001.
           ACCEPT TW-OPERF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPERF = 0
              MOVE SESSCODOPER TO W-OPERF
              MOVE SESSNOME    TO W-NOMEOPF.
           IF W-OPERF = 0
              MOVE "*** SEM SESSAO: INFORME O OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-001.
           DISPLAY TW-OPERF
           DISPLAY TW-NOMEOPF.

       INC-002.
           ACCEPT TW-DATAF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-001.
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           IF W-DATAF = ZEROS
              MOVE W-HOJEDIA TO W-DIAF
              MOVE W-HOJEMES TO W-MESF
              MOVE W-HOJEANO TO W-ANOF
              DISPLAY TW-DATAF.
           IF W-MESF < 1 OR W-MESF > 12 OR W-DIAF < 1 OR W-DIAF > 31
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-002.
           COMPUTE W-LIMSEQ = W-ANOF * 10000 + W-MESF * 100 + W-DIAF.

       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RELATORIO CANCELADO PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT CADCONTA
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM CONTATO REGISTRADO (CADCONTA) ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           MOVE 1 TO W-HASCTA
           OPEN INPUT CADPACI
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.
           IF W-HASOPE = 1 AND W-NOMEOPF = SPACES
              MOVE W-OPERF TO CODOPER
              READ CADOPER
              IF ST-ERRO = "00"
                 MOVE NOMEOPER TO W-NOMEOPF.

           OPEN OUTPUT RETORTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RETORTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.

           MOVE SPACES TO REGRETORTX
           STRING "RETORNOS A FAZER ATE " W-DIAF "/" W-MESF "/" W-ANOF
                  " - OPERADOR " W-OPERF " " W-NOMEOPF
                  DELIMITED BY SIZE INTO REGRETORTX
           WRITE REGRETORTX.
           MOVE ALL "-" TO REGRETORTX
           WRITE REGRETORTX.

           MOVE ZEROS TO W-QTDRET W-QTDATR
           MOVE W-OPERF TO OPERRETCT
           MOVE ZEROS   TO DATARETCT
           START CADCONTA KEY IS NOT LESS CHAVERETCT INVALID KEY
              GO TO FIM-LISTA.

       LER-CONTA.
           READ CADCONTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-LISTA.
           IF OPERRETCT NOT = W-OPERF
              GO TO FIM-LISTA.
           IF DATARETCT > W-LIMSEQ
              GO TO FIM-LISTA.
           IF SITRETCT NOT = "P"
              GO TO LER-CONTA.
           ADD 1 TO W-QTDRET
           MOVE SPACES TO W-SITUAC
           IF DATARETCT < W-HOJE-N
              MOVE "ATRASADO" TO W-SITUAC
              ADD 1 TO W-QTDATR.
           MOVE SPACES TO NOME
           MOVE ZEROS  TO TELEFONE
           MOVE CPFCT TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "** PACIENTE NAO ENCONTRADO **" TO NOME.
           MOVE SPACES TO REGRETORTX
           WRITE REGRETORTX
           MOVE CPFCT TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE TELEFONE TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE SPACES TO REGRETORTX
           STRING DIARCT "/" MESRCT "/" ANORCT " " W-SITUAC " "
                  W-MSCCPF " " NOME " TEL: " W-MSCTEL
                  DELIMITED BY SIZE INTO REGRETORTX
           WRITE REGRETORTX
           MOVE SPACES TO REGRETORTX
           STRING "   PEDIDO EM " DIACT "/" MESCT "/" ANOCT
                  " MOTIVO " MOTIVOCT " REF: " REFCT
                  " OBS: " OBSCT
                  DELIMITED BY SIZE INTO REGRETORTX
           WRITE REGRETORTX
      ***** O CONTATO MAIS RECENTE DO CPF PODE SER DE OUTRO COLEGA ***
           MOVE CHAVERETCT TO W-CHAVERETSV
           MOVE KEYCONTA   TO W-CHAVEATU
           MOVE CPFCT TO W-CTCPF
           PERFORM ULT-CONTATO THRU ULT-CONTATO-FIM
           MOVE W-LINCONT TO REGRETORTX
           WRITE REGRETORTX
           PERFORM REPOSICIONA THRU REPOSICIONA-FIM
           GO TO LER-CONTA.

       FIM-LISTA.
           MOVE SPACES TO REGRETORTX
           WRITE REGRETORTX.
           MOVE SPACES TO REGRETORTX
           STRING "RETORNOS PENDENTES: " W-QTDRET
                  "   ATRASADOS: " W-QTDATR
                  DELIMITED BY SIZE INTO REGRETORTX
           WRITE REGRETORTX.

      ***** TODA SAIDA (MESMO VAZIA) PASSA PELO CATALOGO DE **********
      ***** RELATORIOS, SENAO A VERSAO ANTERIOR SE PERDE *************
           CLOSE RETORTX
           MOVE "SMPRRET" TO W-PROGCAT
           MOVE "RETORTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING W-DIAF "/" W-MESF "/" W-ANOF " " W-OPERF
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           MOVE "*** RELATORIO GRAVADO EM RETORTX.TXT ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO RotinaFim.

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

      ***** VOLTA A LEITURA PELA CHAVE DE RETORNO APOS A CONSULTA ***
      ***** DO ULTIMO CONTATO, QUE MUDA A POSICAO DO ARQUIVO ********
       REPOSICIONA.
           MOVE W-CHAVERETSV TO CHAVERETCT
           START CADCONTA KEY IS NOT LESS CHAVERETCT INVALID KEY
              GO TO REPOSICIONA-FIM.
       REPOSICIONA-LER.
           READ CADCONTA NEXT
           IF ST-ERRO NOT = "00"
              GO TO REPOSICIONA-FIM.
           IF CHAVERETCT NOT = W-CHAVERETSV
              GO TO REPOSICIONA-FIM.
           IF KEYCONTA NOT = W-CHAVEATU
              GO TO REPOSICIONA-LER.
       REPOSICIONA-FIM.
           EXIT.

      ***** OPERADOR LOGADO NESTE TERMINAL (ARQUIVO DE SESSAO) ******
       LER-OPER.
           MOVE ZEROS  TO SESSCODOPER
           MOVE SPACES TO SESSNOME
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
           IF ST-ERRO NOT = "00"
              MOVE ZEROS  TO SESSCODOPER
              MOVE SPACES TO SESSNOME.
           CLOSE SESSAO.
       LER-OPER-FIM.
           EXIT.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCONTA CADPACI.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.

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
           MOVE SPACES TO W-ARQ-CADCONTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONTA
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-RETORTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "RETORTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-RETORTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
