      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
           03 FILLER PIC X(07) VALUE "SMPRIRP".
           03 FILLER PIC X(07) VALUE "SMP052".
           03 FILLER PIC X(07) VALUE "SMPRCNV".
           03 FILLER PIC X(07) VALUE "SMP053".
           03 FILLER PIC X(07) VALUE "SMP054".
           03 FILLER PIC X(07) VALUE "SMPRASS".
           03 FILLER PIC X(07) VALUE "SMP055".
           03 FILLER PIC X(07) VALUE "SMP056".
           03 FILLER PIC X(07) VALUE "SMPRANA".
           03 FILLER PIC X(07) VALUE "SMP057".
           03 FILLER PIC X(07) VALUE "SMP058".
           03 FILLER PIC X(07) VALUE "SMP059".
           03 FILLER PIC X(07) VALUE "SMPRPRE".
           03 FILLER PIC X(07) VALUE "SMPRCRO".
           03 FILLER PIC X(07) VALUE "SMP060".
           03 FILLER PIC X(07) VALUE "SMPRNEA".
           03 FILLER PIC X(07) VALUE "SMP061".
           03 FILLER PIC X(07) VALUE "SMP062".
           03 FILLER PIC X(07) VALUE "SMP063".
           03 FILLER PIC X(07) VALUE "SMPRTGL".
           03 FILLER PIC X(07) VALUE "SMPRIMU".
           03 FILLER PIC X(07) VALUE "SMP064".
           03 FILLER PIC X(07) VALUE "SMPRLIB".
           03 FILLER PIC X(07) VALUE "SMP065".
           03 FILLER PIC X(07) VALUE "SMP066".
           03 FILLER PIC X(07) VALUE "SMP067".
           03 FILLER PIC X(07) VALUE "SMP068".
           03 FILLER PIC X(07) VALUE "SMPRFEM".
           03 FILLER PIC X(07) VALUE "SMPRPCT".
           03 FILLER PIC X(07) VALUE "SMP069".
           03 FILLER PIC X(07) VALUE "SMP070".
           03 FILLER PIC X(07) VALUE "SMP071".
           03 FILLER PIC X(07) VALUE "SMPROVB".
           03 FILLER PIC X(07) VALUE "SMPRELG".
           03 FILLER PIC X(07) VALUE "SMPRROT".
           03 FILLER PIC X(07) VALUE "SMP072".
           03 FILLER PIC X(07) VALUE "SMPRTEL".
           03 FILLER PIC X(07) VALUE "SMP073".
           03 FILLER PIC X(07) VALUE "SMPRRET".
           03 FILLER PIC X(07) VALUE "SMP074".
           03 FILLER PIC X(07) VALUE "SMPROUV".
           03 FILLER PIC X(07) VALUE "SMPRPFA".
           03 FILLER PIC X(07) VALUE "SMP075".
           03 FILLER PIC X(07) VALUE "SMPRRTN".
           03 FILLER PIC X(07) VALUE "SMP076".
           03 FILLER PIC X(07) VALUE "SMPRTPI".
           03 FILLER PIC X(07) VALUE "SMPRBOL".
           03 FILLER PIC X(07) VALUE "SMPRBRT".
           03 FILLER PIC X(07) VALUE "SMPRCOB".
           03 FILLER PIC X(07) VALUE "SMPRADQ".
           03 FILLER PIC X(07) VALUE "SMP077".
           03 FILLER PIC X(07) VALUE "SMPRORC".
           03 FILLER PIC X(07) VALUE "SMP078".
           03 FILLER PIC X(07) VALUE "SMPRPAG".
           03 FILLER PIC X(07) VALUE "SMP079".
           03 FILLER PIC X(07) VALUE "SMP080".
           03 FILLER PIC X(07) VALUE "SMPRVAL".
           03 FILLER PIC X(07) VALUE "SMP081".
           03 FILLER PIC X(07) VALUE "SMPRCTB".
           03 FILLER PIC X(07) VALUE "SMPRDRE".
           03 FILLER PIC X(07) VALUE "SMPRKPI".
           03 FILLER PIC X(07) VALUE "SMPRANL".
           03 FILLER PIC X(07) VALUE "SMPRPRD".
           03 FILLER PIC X(07) VALUE "SMP082".
           03 FILLER PIC X(07) VALUE "SMP083".
           03 FILLER PIC X(07) VALUE "SMPRSUS".
           03 FILLER PIC X(07) VALUE "SMP084".
           03 FILLER PIC X(07) VALUE "SMP085".
           03 FILLER PIC X(07) VALUE "SMPRTRE".
           03 FILLER PIC X(07) VALUE "SMPRCAP".
           03 FILLER PIC X(07) VALUE "SMP086".
           03 FILLER PIC X(07) VALUE "SMP087".
           03 FILLER PIC X(07) VALUE "SMPRMNT".
           03 FILLER PIC X(07) VALUE "SMP088".
           03 FILLER PIC X(07) VALUE "SMPRDOC".
      *
       01 TAB-PROGR   REDEFINES TAB-PROGR-R.
          03 TAB-PROG  PIC X(07) OCCURS 198 TIMES.
       77 W-MAXOPC    PIC 9(03) VALUE 198.
      **********************
      *
      ******************
       SCREEN SECTION.
       01  SMTMEN.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
      *-----------------------------------------------------------------
       01  SMTMEN2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
      *-----------------------------------------------------------------
       01  SMTMEN3.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
      *-----------------------------------------------------------------
       01  SMTMEN4.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "125 - RENOVACAO DE RECEITAS".
           05  LINE 18  COLUMN 43
               VALUE  "126 - CONVERSAO DE LAYOUTS".
           05  LINE 19  COLUMN 03
               VALUE  "127 - EVOLUCAO CLINICA (SOAP)".
           05  LINE 19  COLUMN 43
               VALUE  "128 - ASSINATURA E ADENDOS".
           05  LINE 20  COLUMN 03
               VALUE  "129 - CONSULTAS NAO ASSINADAS".
           05  LINE 20  COLUMN 43
               VALUE  "130 - MODELOS DE ANAMNESE".
           05  LINE 21  COLUMN 03
               VALUE  "131 - ANAMNESE DA CONSULTA".
           05  LINE 21  COLUMN 43
               VALUE  "132 - TABULACAO DA ANAMNESE".
           05  LINE 22  COLUMN 20
               VALUE  "OPCAO :".
           05  LINE 22  COLUMN 40
               VALUE  "( 0-ENCERRA  999-MAIS OPCOES )".
           05  T-OPCAO4
               LINE 22  COLUMN 28  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN5.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CLINICA (PAGINA 5)".
           05  LINE 04  COLUMN 03
               VALUE  "133 - INTERACOES MEDICAMENTOSAS".
           05  LINE 04  COLUMN 43
               VALUE  "134 - GESTACOES (PRE-NATAL)".
           05  LINE 05  COLUMN 03
               VALUE  "135 - PROTOCOLO EXAMES PRE-NATAL".
           05  LINE 05  COLUMN 43
               VALUE  "136 - PRE-NATAL EM ATRASO".
           05  LINE 06  COLUMN 03
               VALUE  "137 - CONTROLE HAS/DM (CRONICOS)".
           05  LINE 06  COLUMN 43
               VALUE  "138 - EVENTOS ADVERSOS".
           05  LINE 07  COLUMN 03
               VALUE  "139 - NOTIFICACAO EVENTOS ADVERSOS".
           05  LINE 07  COLUMN 43
               VALUE  "140 - GELADEIRAS DE VACINAS".
           05  LINE 08  COLUMN 03
               VALUE  "141 - LEITURA TEMPERATURA GELADEIRA".
           05  LINE 08  COLUMN 43
               VALUE  "142 - LOTES POR GELADEIRA".
           05  LINE 09  COLUMN 03
               VALUE  "143 - RELATORIO TEMPERATURA GELADEIRAS".
           05  LINE 09  COLUMN 43
               VALUE  "144 - INTERCAMBIO IMUNIZACAO NACIONAL".
           05  LINE 10  COLUMN 03
               VALUE  "145 - COLETA DE MATERIAL (ETIQUETAS)".
           05  LINE 10  COLUMN 43
               VALUE  "146 - LIBERACAO DE RESULTADOS DE EXAME".
           05  LINE 11  COLUMN 03
               VALUE  "147 - DOCUMENTOS DO PACIENTE".
           05  LINE 11  COLUMN 43
               VALUE  "148 - EMPRESAS CLIENTES".
           05  LINE 12  COLUMN 03
               VALUE  "149 - VINCULO PACIENTE/EMPRESA".
           05  LINE 12  COLUMN 43
               VALUE  "150 - EMISSAO DE ASO".
           05  LINE 13  COLUMN 03
               VALUE  "151 - FATURA MENSAL DAS EMPRESAS".
           05  LINE 13  COLUMN 43
               VALUE  "152 - PACOTES DE SESSOES PRE-PAGOS".
           05  LINE 14  COLUMN 03
               VALUE  "153 - SESSOES EM GRUPO".
           05  LINE 14  COLUMN 43
               VALUE  "154 - INSCRICOES EM SESSAO DE GRUPO".
           05  LINE 15  COLUMN 03
               VALUE  "155 - COTA DE ENCAIXES POR MEDICO".
           05  LINE 15  COLUMN 43
               VALUE  "156 - RELATORIO MENSAL DE ENCAIXES".
           05  LINE 16  COLUMN 03
               VALUE  "157 - VERIFICACAO DE ELEGIBILIDADE".
           05  LINE 16  COLUMN 43
               VALUE  "158 - ROTEIRO DE VISITAS DOMICILIARES".
           05  LINE 17  COLUMN 03
               VALUE  "159 - LANCA HORARIOS DE VISITA DOMIC".
           05  LINE 17  COLUMN 43
               VALUE  "160 - TELECONSULTA - SESSOES DE VIDEO".
           05  LINE 18  COLUMN 03
               VALUE  "161 - CONTATOS COM PACIENTES".
           05  LINE 18  COLUMN 43
               VALUE  "162 - MEUS RETORNOS (CONTATOS)".
           05  LINE 19  COLUMN 03
               VALUE  "163 - OUVIDORIA - RECLAMACOES".
           05  LINE 19  COLUMN 43
               VALUE  "164 - OUVIDORIA - RELATORIO MENSAL".
           05  LINE 20  COLUMN 03
               VALUE  "165 - AUDITORIA PRE-FATURAMENTO".
           05  LINE 20  COLUMN 43
               VALUE  "166 - ALIQUOTAS DE RETENCAO CONVENIO".
           05  LINE 21  COLUMN 03
               VALUE  "167 - RETENCOES NA FONTE - MENSAL".
           05  LINE 21  COLUMN 43
               VALUE  "168 - DE-PARA PROCEDIMENTOS CONVENIO".
           05  LINE 22  COLUMN 20
               VALUE  "OPCAO :".
           05  LINE 22  COLUMN 40
               VALUE  "( 0-ENCERRA  999-MAIS OPCOES )".
           05  T-OPCAO5
               LINE 22  COLUMN 28  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
       01  SMTMEN6.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
               VALUE  "CLINICA (PAGINA 6)".
           05  LINE 05  COLUMN 03
               VALUE  "169 - IMPORTA TABELA PRECOS CONVENIO".
           05  LINE 05  COLUMN 43
               VALUE  "170 - REMESSA BOLETOS PARCELAS".
           05  LINE 06  COLUMN 03
               VALUE  "171 - RETORNO BOLETOS PARCELAS".
           05  LINE 06  COLUMN 43
               VALUE  "172 - CARTAS DE COBRANCA PARCELAS".
           05  LINE 07  COLUMN 03
               VALUE  "173 - CONCILIACAO CARTAO/PIX ADQUIR.".
           05  LINE 07  COLUMN 43
               VALUE  "174 - ORCAMENTO PARTICULAR".
           05  LINE 08  COLUMN 03
               VALUE  "175 - CONVERSAO DE ORCAMENTOS".
           05  LINE 08  COLUMN 43
               VALUE  "176 - NOTAS FORNECEDOR / A PAGAR".
           05  LINE 09  COLUMN 03
               VALUE  "177 - AGENDA E EXCECOES A PAGAR".
           05  LINE 09  COLUMN 43
               VALUE  "178 - SUGESTAO DE REPOSICAO".
           05  LINE 10  COLUMN 03
               VALUE  "179 - INVENTARIO FISICO".
           05  LINE 10  COLUMN 43
               VALUE  "180 - VALORIZACAO DO ESTOQUE".
           05  LINE 11  COLUMN 03
               VALUE  "181 - PLANO DE CONTAS CONTABIL".
           05  LINE 11  COLUMN 43
               VALUE  "182 - EXPORTACAO CONTABIL".
           05  LINE 12  COLUMN 03
               VALUE  "183 - RESULTADO POR UNIDADE".
           05  LINE 12  COLUMN 43
               VALUE  "184 - PAINEL DE INDICADORES".
           05  LINE 13  COLUMN 03
               VALUE  "185 - EXTRATO MENSAL PARA ANALISE".
           05  LINE 13  COLUMN 43
               VALUE  "186 - PRODUTIVIDADE DOS OPERADORES".
           05  LINE 14  COLUMN 03
               VALUE  "187 - PERFIL DE ACESSO DO OPERADOR".
           05  LINE 14  COLUMN 43
               VALUE  "188 - PACIENTES DE ACESSO RESTRITO".
           05  LINE 15  COLUMN 03
               VALUE  "189 - DETECCAO DE ACESSOS SUSPEITOS".
           05  LINE 15  COLUMN 43
               VALUE  "190 - REVISAO DE ALERTAS DE ACESSO".
           05  LINE 16  COLUMN 03
               VALUE  "191 - MASCARA DE DADOS POR PERFIL".
           05  LINE 16  COLUMN 43
               VALUE  "192 - COPIA ANONIMIZADA P/ TREINAMENTO".
           05  LINE 17  COLUMN 03
               VALUE  "193 - CAPACIDADE DOS ARQUIVOS".
           05  LINE 17  COLUMN 43
               VALUE  "194 - EQUIPAMENTOS MEDICOS".
           05  LINE 18  COLUMN 03
               VALUE  "195 - MANUTENCAO DE EQUIPAMENTOS".
           05  LINE 18  COLUMN 43
               VALUE  "196 - MANUTENCOES VENCIDAS/A VENCER".
           05  LINE 19  COLUMN 03
               VALUE  "197 - DOCUMENTOS DO MEDICO".
           05  LINE 19  COLUMN 43
               VALUE  "198 - DOCUMENTOS MEDICOS A VENCER".
           05  LINE 22  COLUMN 20
               VALUE  "OPCAO :".
           05  LINE 22  COLUMN 40
               VALUE  "( 0-ENCERRA  999-VOLTA )".
           05  T-OPCAO6
               LINE 22  COLUMN 28  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  TELALOGIN.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 02  COLUMN 01
               VALUE  "                             SISTEMA DE".
           05  LINE 02  COLUMN 41
      ***** OS ARQUIVOS DE DADOS FICAM NO DIRETORIO APONTADO ********
      ***** PELA VARIAVEL DE AMBIENTE CLINICA_DADOS (VAZIA = ATUAL) *
       INI-ARQ.
           PERFORM MONTA-ARQUIVOS THRU MONTA-ARQUIVOS-FIM
           CALL "SMPWTRN" USING W-TREINO
              ON OVERFLOW
              MOVE SPACES TO W-TREINO.

       INICIO.
           OPEN I-O CADOPER
           DISPLAY SMTMEN4.

           ACCEPT T-OPCAO4.
           IF W-OPCAO = 00
                      GO TO Rfim1.
           IF W-OPCAO = 999
                      GO TO NIVEL5.
           GO TO NIVEL-VAL.

       NIVEL5.
           DISPLAY SMTMEN5.

           ACCEPT T-OPCAO5.
           IF W-OPCAO = 00
                      GO TO Rfim1.
           IF W-OPCAO = 999
                      GO TO NIVEL6.
           GO TO NIVEL-VAL.

       NIVEL6.
           DISPLAY SMTMEN6.

           ACCEPT T-OPCAO6.
           IF W-OPCAO = 00
                      GO TO Rfim1.
           IF W-OPCAO = 999
