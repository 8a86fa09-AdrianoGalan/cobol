      * PEDIDO AO FORNECEDOR, RECEBIMENTO (TOTAL OU  *
      * PARCIAL, LANCANDO A ENTRADA NO CADMOVES COM  *
      * O CUSTO) E RELATORIO DE PEDIDOS EM ABERTO    *
      * EMISSAO (OU DESCARTE) DOS PEDIDOS GERADOS EM *
      * RASCUNHO PELA SUGESTAO DE REPOSICAO (SMP079) *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADPEDCO PIC X(64) VALUE
          "CADPEDCO.DAT".
       01 W-ARQ-CADPEDIT PIC X(64) VALUE
       SCREEN SECTION.
       01  TELAPEDCO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "        ***** PEDIDOS DE COMPRA DE ESTO".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

      ********** ABRE OU CRIA ARQUIVOS *************************
       R0.
       ACAO.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 01)
           "C=CRIAR  E=EMITIR RASCUNHO  R=RECEBER  L=LISTAR  S=SAIR"
           ACCEPT (22, 57) W-OPCAO
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           IF W-OPCAO = "C" OR "c"
              GO TO CRIA-PED.
           IF W-OPCAO = "E" OR "e"
              GO TO EMITE-PED.
           IF W-OPCAO = "R" OR "r"
              GO TO RECEBE-PED.
           IF W-OPCAO = "L" OR "l"
              MOVE "*** PEDIDO JA FECHADO OU CANCELADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           IF STATUSPED = "R"
              MOVE "*** PEDIDO EM RASCUNHO: EMITA ANTES ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           DISPLAY (06, 01) "ITEM DO PEDIDO: "
           ACCEPT  (06, 17) W-ITEMNUM
           MOVE W-NUMPED  TO NUMPEDIT
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** EMISSAO DO PEDIDO EM RASCUNHO (STATUS R) AO FORNECEDOR **
      ***** OU DESCARTE DO RASCUNHO (FICA CANCELADO) ****************
       EMITE-PED.
           MOVE ZEROS TO W-NUMPED
           DISPLAY (05, 01) "NUMERO DO PEDIDO: "
           ACCEPT  (05, 19) W-NUMPED
           IF W-NUMPED = 0
              GO TO LIMPA-TELA.
           MOVE W-NUMPED TO NUMPEDCO
           READ CADPEDCO
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO EMITE-PED.
           IF STATUSPED NOT = "R"
              MOVE "*** PEDIDO NAO ESTA EM RASCUNHO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE CODFORNPD TO CODFORN
           MOVE SPACES TO NOMEFORN
           READ CADFORN
           DISPLAY (06, 01) "FORNECEDOR: " CODFORNPD " " NOMEFORN
           MOVE "E" TO W-OPCAO
           DISPLAY (08, 01) "E=EMITE  D=DESCARTA  V=VOLTA : "
           ACCEPT (08, 32) W-OPCAO WITH UPDATE
           IF W-OPCAO = "E" OR "e"
              MOVE "A" TO STATUSPED
              MOVE "EMITEPED" TO W-ACAOAUD
              MOVE "*** PEDIDO EMITIDO AO FORNECEDOR ***" TO MENS
           ELSE
              IF W-OPCAO = "D" OR "d"
                 MOVE "C" TO STATUSPED
                 MOVE "DESCARTA" TO W-ACAOAUD
                 MOVE "*** RASCUNHO DESCARTADO ***" TO MENS
              ELSE
                 GO TO LIMPA-TELA.
       EMITE-PDRW.
           REWRITE REGPEDCO
           IF ST-ERRO (1:1) = "9"
              PERFORM ESPERA-BUSY THRU ESPERA-BUSY-FIM
              GO TO EMITE-PDRW.
           IF ST-ERRO NOT = "00"
              MOVE "*** ERRO ATUALIZANDO O PEDIDO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
           PERFORM RMensa THRU RMensa-FIM
           GO TO LIMPA-TELA.

      ***** AINDA EXISTE ITEM PENDENTE NO PEDIDO? *******************
       CHK-PEDCOMP.
           MOVE 0 TO W-TEMPEND
              PERFORM RMensa THRU RMensa-FIM
              GO TO LIMPA-TELA.
           MOVE SPACES TO REGPEDCOMTX
           STRING "PEDIDOS DE COMPRA EM ABERTO (R = EM RASCUNHO)"
                  DELIMITED BY SIZE INTO REGPEDCOMTX
           WRITE REGPEDCOMTX.
           MOVE ALL "-" TO REGPEDCOMTX
           IF ST-ERRO NOT = "00"
              GO TO LISTA-PED-FIM.
           IF STATUSPED NOT = "A" AND STATUSPED NOT = "P"
              AND STATUSPED NOT = "R"
              GO TO LISTA-PED-LER.
           ADD 1 TO W-TOTPEND
           MOVE SPACES TO REGPEDCOMTX
