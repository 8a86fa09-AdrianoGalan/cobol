                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDOCPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT SESSAO ASSIGN TO WS-SESSFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
          03 CODGEN        PIC X(01).
          03 DENOMGEN      PIC X(15).
          03 SITUACAO3     PIC X(01).
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
       FD ACESSOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ACESSOTX.
       01 REGACESSOTX         PIC X(80).
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
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-ACESSOTX PIC X(64) VALUE
          "ACESSOTX.TXT".
       01 W-ACELINHA.
          03 W-ACE-PROG   PIC X(07).
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-CPF    PIC 9(11).
      ***** SO NA REVELACAO DOS DADOS MASCARADOS: "REVELADO" E O
      ***** SUPERVISOR QUE LIBEROU
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-EVENTO PIC X(08) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACE.
          03 W-ACE-SUPERV PIC X(04) VALUE SPACES.
       01 W-ACEDATA     PIC 9(08) VALUE ZEROS.
       01 W-ACEHORA     PIC 9(08) VALUE ZEROS.
       01 W-ACEOPER     PIC 9(04) VALUE ZEROS.
          "CADPLANO.DAT".
       01 W-ARQ-CADGEN PIC X(64) VALUE
          "CADGEN.DAT".
       01 W-ARQ-CADDOCPA PIC X(64) VALUE
          "CADDOCPA.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-HASOPE      PIC 9(01) VALUE ZEROS.
       01 W-LIBOK       PIC 9(01) VALUE ZEROS.
       01 W-SUPCOD      PIC 9(04) VALUE ZEROS.
       01 W-SUPSEN      PIC X(10) VALUE SPACES.
       01 W-SENHAIN    PIC X(10) VALUE SPACES.
       01 W-HASHTXT    PIC X(10) VALUE SPACES.
       01 W-HASHNUM    PIC 9(10) VALUE ZEROS.
       01 W-HWORK      PIC 9(18) VALUE ZEROS.
       01 W-HQ         PIC 9(08) VALUE ZEROS.
       01 W-HI         PIC 9(02) VALUE ZEROS.
       01 W-HJ         PIC 9(02) VALUE ZEROS.
       01 W-HPOS       PIC 9(02) VALUE ZEROS.
       01 W-HCH        PIC X(01) VALUE SPACES.
       01 W-CHARSET-R.
          03 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          03 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 FILLER PIC X(06) VALUE ".-*#@ ".
       01 W-CHARSET REDEFINES W-CHARSET-R PIC X(68).
       01 W-SEL       PIC 9(01) VALUE ZEROS.
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-FONANT      PIC X(01) VALUE SPACES.
       01 W-FONI        PIC 9(02) VALUE ZEROS.
       01 W-FONO        PIC 9(02) VALUE ZEROS.
       01 W-HASDOC      PIC 9(01) VALUE ZEROS.
       01 W-QTDOC       PIC 9(03) VALUE ZEROS.
       01 W-LINDOC      PIC 9(02) VALUE ZEROS.
       01 W-LINHADOC.
          03 W-LD-SEQ      PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LD-DATA     PIC 99.99.9999.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LD-TIPO     PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LD-DESC     PIC X(28).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 W-LD-ARQ      PIC X(20).
      ***** CPF/TELEFONE/EMAIL COMO O PERFIL DO OPERADOR PODE VER
       01 W-MSCCAMPO    PIC X(01) VALUE SPACES.
       01 W-MSCENTRA    PIC X(30) VALUE SPACES.
       01 W-MSCSAIDA    PIC X(30) VALUE SPACES.
       01 W-MSCCPF      PIC X(11) VALUE SPACES.
       01 W-MSCTEL      PIC X(11) VALUE SPACES.
       01 W-MSCEMAIL    PIC X(30) VALUE SPACES.
       01 W-MCPF        PIC X(14) VALUE SPACES.
       01 W-MTEL        PIC X(12) VALUE SPACES.
       01 W-REVELA      PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELACONPAC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                         ** CONSULTA DE".
           05  LINE 02  COLUMN 41
           05  LINE 19  COLUMN 01
               VALUE  " OPCAO (E=FIM, P=PROX, A=ANT, L=ALERGIAS".
           05  LINE 19  COLUMN 41
               VALUE  " D=DOCUMENTOS V=REVELAR)".
           05  TCPF
               LINE 04  COLUMN 07  PIC 999.999.999.99
               USING  CPF
               USING  TXTGENERO
               HIGHLIGHT.
           05  TTELEFONE
               LINE 12  COLUMN 12  PIC X(12)
               USING  W-MTEL
               HIGHLIGHT.
           05  TEMAIL
               LINE 12  COLUMN 34  PIC X(30)
               USING  W-MSCEMAIL
               HIGHLIGHT.
           05  TNOMEC
               LINE 14  COLUMN 12  PIC X(30)
               LINE 19  COLUMN 08  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *
       01  TELADOCS.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                 ** DOCUMENTOS DIGITALIZ".
           05  LINE 02  COLUMN 42
               VALUE  "ADOS DO PACIENTE **".
           05  LINE 03  COLUMN 01
               VALUE  " NOME:".
           05  LINE 05  COLUMN 01
               VALUE  " SEQ DATA       TIPO         DESCRICAO".
           05  LINE 05  COLUMN 58
               VALUE  "ARQUIVO".
           05  TNOMED
               LINE 03  COLUMN 08  PIC X(30)
               USING  NOME
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
      *
              PERFORM RMensa THRU RMensa-FIM
              CLOSE CADPACI CADCONV
              GO TO RotinaFim2.
      ***** INDICE DE DOCUMENTOS E OPCIONAL (OPCAO D) *************
           MOVE 1 TO W-HASDOC
           OPEN INPUT CADDOCPA
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASDOC.
      ***** OPERADORES P/ LIBERACAO DO SUPERVISOR (OPCAO V) **********
           MOVE 1 TO W-HASOPE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE 0 TO W-HASOPE.
      ***** BUSCA FONETICA OPCIONAL PELO NOME ************************
           MOVE SPACES TO W-BUSCANOME
           MOVE 0 TO W-BUSCOU
       INC-001.
           MOVE SPACES TO NOME SEXO TXTSEXO GENERO TXTGENERO
           MOVE SPACES TO EMAIL NOMEC TXTPLANO
           MOVE SPACES TO W-MTEL W-MSCEMAIL
           MOVE ZEROS TO CPF DNASC TELEFONE CONVENIO CEP CODIGO PLANO
           DISPLAY TELACONPAC.
       INC-001A.
       ROT-MONTAR.
           MOVE CPF TO W-ACE-CPF
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
           PERFORM MONTA-MASC THRU MONTA-MASC-FIM
           IF SEXO = "M"
                MOVE "MASCULINO" TO TXTSEXO
           ELSE
                ELSE
                   MOVE "*** PLANO NAO CADASTRADO ***" TO TXTPLANO.

           PERFORM MOSTRA-PACI THRU MOSTRA-PACI-FIM.

       ROT-SOL.
           ACCEPT  TW-OPCAO
           IF W-OPCAO = "D" OR "d"
              GO TO LISTA-DOCS.
           IF W-OPCAO = "V" OR "v"
              GO TO REVELA.
           IF W-OPCAO = "E"
                  GO TO RotinaFim
           ELSE
           CANCEL "SMP021"
           GO TO ROT-SOL.

      ***** DOCUMENTOS DIGITALIZADOS DO PACIENTE (CADDOCPA) *********
       LISTA-DOCS.
           IF W-HASDOC = 0
              MOVE "*** NENHUM DOCUMENTO REGISTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-SOL.
           DISPLAY TELADOCS
           MOVE ZEROS TO W-QTDOC
           MOVE 05 TO W-LINDOC
           MOVE CPF TO CPFDP
           MOVE ZEROS TO SEQDP
           START CADDOCPA KEY IS NOT LESS KEYDOCPA INVALID KEY
              GO TO LISTA-DOCS-FIM.
       LISTA-DOCS-LER.
           READ CADDOCPA NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-DOCS-FIM.
           IF CPFDP NOT = CPF
              GO TO LISTA-DOCS-FIM.
           IF SITDP = "I"
              GO TO LISTA-DOCS-LER.
           ADD 1 TO W-QTDOC
           IF W-LINDOC > 19
              GO TO LISTA-DOCS-LER.
           ADD 1 TO W-LINDOC
           MOVE SEQDP  TO W-LD-SEQ
           MOVE DATADP TO W-LD-DATA
           MOVE DESCDP TO W-LD-DESC
           MOVE ARQDP  TO W-LD-ARQ
           MOVE SPACES TO W-LD-TIPO
           IF TIPODP = "I"
              MOVE "IDENTIDADE" TO W-LD-TIPO.
           IF TIPODP = "C"
              MOVE "CARTEIRINHA" TO W-LD-TIPO.
           IF TIPODP = "E"
              MOVE "EXAME EXT." TO W-LD-TIPO.
           IF TIPODP = "R"
              MOVE "ENCAMINHAM." TO W-LD-TIPO.
           IF TIPODP = "L"
              MOVE "LAUDO" TO W-LD-TIPO.
           IF TIPODP = "O"
              MOVE "OUTROS" TO W-LD-TIPO.
           DISPLAY (W-LINDOC, 02) W-LINHADOC
           GO TO LISTA-DOCS-LER.
       LISTA-DOCS-FIM.
           IF W-QTDOC = 0
              DISPLAY (06, 02) "(NENHUM DOCUMENTO REGISTRADO)".
           IF W-QTDOC > 15
              DISPLAY (21, 02) "(HA MAIS DOCUMENTOS NO CADASTRO)".
           MOVE SPACES TO W-OPCAO
           DISPLAY (23, 01) "TECLE ENTER PARA VOLTAR: "
           ACCEPT (23, 26) W-OPCAO
           PERFORM MOSTRA-PACI THRU MOSTRA-PACI-FIM
           GO TO ROT-SOL.

      ***** REVELA O CPF, O TELEFONE E O EMAIL DESTE PACIENTE *******
      ***** COM LIBERACAO DO SUPERVISOR; FICA EM ACESSOTX.TXT ********
       REVELA.
           IF W-REVELA = 1
              MOVE "*** DADOS DESTE PACIENTE JA REVELADOS ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO ROT-SOL.
           PERFORM LIBERA-SUPERV THRU LIBERA-SUPERV-FIM
           IF W-LIBOK = 0
              GO TO ROT-SOL.
           MOVE CPF      TO W-MSCCPF
           MOVE TELEFONE TO W-MSCTEL
           MOVE EMAIL    TO W-MSCEMAIL
           PERFORM FORMATA-MASC THRU FORMATA-MASC-FIM
           MOVE 1 TO W-REVELA
           MOVE CPF        TO W-ACE-CPF
           MOVE "REVELADO" TO W-ACE-EVENTO
           MOVE W-SUPCOD   TO W-ACE-SUPERV
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
           MOVE SPACES TO W-ACE-EVENTO W-ACE-SUPERV
           PERFORM MOSTRA-PACI THRU MOSTRA-PACI-FIM
           MOVE "*** DADOS REVELADOS - ACESSO REGISTRADO ***" TO MENS
           PERFORM RMensa THRU RMensa-FIM
           GO TO ROT-SOL.

      ***** TELA DO PACIENTE COM O CPF NA FORMA MASCARADA ************
       MOSTRA-PACI.
           DISPLAY TELACONPAC
           DISPLAY (04, 07) W-MCPF.
       MOSTRA-PACI-FIM.
           EXIT.

      ***** CPF, TELEFONE E EMAIL CONFORME O PERFIL DO OPERADOR ******
       MONTA-MASC.
           MOVE 0 TO W-REVELA
           MOVE CPF      TO W-MSCCPF
           PERFORM MASC-CPF THRU MASC-CPF-FIM
           MOVE TELEFONE TO W-MSCTEL
           PERFORM MASC-TEL THRU MASC-TEL-FIM
           MOVE EMAIL    TO W-MSCEMAIL
           PERFORM MASC-EMAIL THRU MASC-EMAIL-FIM
           PERFORM FORMATA-MASC THRU FORMATA-MASC-FIM.
       MONTA-MASC-FIM.
           EXIT.

      ***** PONTUACAO DO CPF (999.999.999.99) E DO TELEFONE ***********
      ***** (99.999999999), COMO NOS CAMPOS DA TELA ******************
       FORMATA-MASC.
           MOVE SPACES TO W-MCPF W-MTEL
           STRING W-MSCCPF (1:3) "." W-MSCCPF (4:3) "."
                  W-MSCCPF (7:3) "." W-MSCCPF (10:2)
                  DELIMITED BY SIZE INTO W-MCPF
           STRING W-MSCTEL (1:2) "." W-MSCTEL (3:9)
                  DELIMITED BY SIZE INTO W-MTEL.
       FORMATA-MASC-FIM.
           EXIT.



      ***** TAMANHO UTIL DA CHAVE FONETICA DE BUSCA ******************
       RotinaFim.

           CLOSE CADPACI CADCONV CADPLANO CADGEN.
           IF W-HASDOC = 1
              CLOSE CADDOCPA.
           IF W-HASOPE = 1
              CLOSE CADOPER.
       RotinaFim2.
           CANCEL "SMPWMSC"
           EXIT PROGRAM.
       RotinaFim3.
           STOP RUN.
       GRAVA-ACESSO-FIM.
           EXIT.

      ***** PEDE A LIBERACAO DO SUPERVISOR (OPERADOR AUTORIZADO) *****
       LIBERA-SUPERV.
           MOVE 0 TO W-LIBOK
           IF W-HASOPE = 0
              MOVE "*** SEM CADASTRO DE OPERADOR P/ LIBERACAO ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE ZEROS  TO W-SUPCOD
           MOVE SPACES TO W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01) "LIBERACAO SUPERVISOR - CODIGO: "
           ACCEPT  (22, 32) W-SUPCOD
           DISPLAY (22, 40) "SENHA: "
           ACCEPT  (22, 47) W-SUPSEN
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 40) LIMPA
           MOVE W-SUPCOD TO CODOPER
           READ CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** OPERADOR NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF SITUACAOOPER = "I"
              MOVE "*** OPERADOR INATIVO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE W-SUPSEN TO W-SENHAIN
           PERFORM CALC-HASH THRU CALC-HASH-FIM
      ***** SENHAS ANTIGAS AINDA EM CLARO TAMBEM SAO ACEITAS
           IF SENHAOPER NOT = W-HASHTXT AND SENHAOPER NOT = W-SUPSEN
              MOVE "*** SENHA INCORRETA ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           IF CODOPER NOT = 1 AND PERFILOPER NOT = "S"
              MOVE "*** OPERADOR NAO AUTORIZADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIBERA-SUPERV-FIM.
           MOVE 1 TO W-LIBOK.
       LIBERA-SUPERV-FIM.
           EXIT.

      ***** CODIFICA A SENHA EM UM VALOR DE 10 DIGITOS **************
      ***** (MESMA REGRA DO LOGIN NO MENU) **************************
       CALC-HASH.
           MOVE 7 TO W-HASHNUM
           MOVE 1 TO W-HI.
       CALC-HASH-CHAR.
           IF W-HI > 10
              GO TO CALC-HASH-FMT.
           MOVE W-SENHAIN (W-HI:1) TO W-HCH
           MOVE ZEROS TO W-HPOS
           MOVE 1 TO W-HJ.
       CALC-HASH-BUSCA.
           IF W-HJ > 68
              GO TO CALC-HASH-SOMA.
           IF W-CHARSET (W-HJ:1) = W-HCH
              MOVE W-HJ TO W-HPOS
              GO TO CALC-HASH-SOMA.
           ADD 1 TO W-HJ
           GO TO CALC-HASH-BUSCA.
       CALC-HASH-SOMA.
           IF W-HPOS = 0
              MOVE 69 TO W-HPOS.
           COMPUTE W-HWORK = W-HASHNUM * 131 + W-HPOS * W-HI
           DIVIDE W-HWORK BY 9999999967 GIVING W-HQ
                  REMAINDER W-HASHNUM
           ADD 1 TO W-HI
           GO TO CALC-HASH-CHAR.
       CALC-HASH-FMT.
           MOVE W-HASHNUM TO W-HASHTXT.
       CALC-HASH-FIM.
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
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "ACESSOTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-ACESSOTX
           MOVE SPACES TO W-ARQ-CADDOCPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCPA
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
