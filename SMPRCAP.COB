       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMPRCAP.
      *AUTHOR. ADRIANO GALAN DA SILVA.
      **************************************************
      * CAPACIDADE DOS ARQUIVOS DE DADOS. CONTA OS      *
      * REGISTROS DE CADA ARQUIVO INDEXADO E DOS        *
      * SEQUENCIAIS QUE CRESCEM (TRILHA, LOGS E         *
      * HISTORICOS), ESTIMA O TAMANHO E GUARDA A        *
      * MEDICAO NO HISTORICO (CADCAPAC). COM O          *
      * HISTORICO CALCULA O CRESCIMENTO POR MES, PREVE  *
      * A DATA EM QUE CADA ARQUIVO E A BASE TODA CHEGAM *
      * AO LIMITE DO CADPARAM E RECOMENDA ARQUIVAMENTO  *
      * (SMPRARQ) OU EXPURGO (SMPRPUR). LISTAGEM EM     *
      * CAPACTX.TXT. RODA SEMANALMENTE NA CADEIA        *
      * NOTURNA (AVISO NO NOCSTAT QUANDO HA ARQUIVO     *
      * PERTO DO LIMITE) OU PELO MENU                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADADEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYADEND
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMAFAST
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAGMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAGMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALERG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALIQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONVAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADALRAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYALR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYASSIN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYAUSEN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADBOLPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYBOLPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOSSONUMBL.

       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAIXA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                       WITH DUPLICATES.

       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCID
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.

       SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBER
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCOBPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOBPA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCOLET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCOLET
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONOC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONSE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRINCIPAL
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODMEDICO
                                       WITH DUPLICATES.

       SELECT CADCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCONTA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERETCT
                                       WITH DUPLICATES.

       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO WITH DUPLICATES.

       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCRED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCTLRG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFORM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCXCAR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AUTCC WITH DUPLICATES.

       SELECT CADDECIR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDECIR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDOCMD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCMD
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDOCPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDOCPA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADDPCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYDPCV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODEMP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAOEMP
                                       WITH DUPLICATES.

       SELECT CADENCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYENCAM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEQUIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PATRIMEQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODESP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMESP WITH DUPLICATES.

       SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESPERA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMRECES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADESTUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYESTUN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEVADV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVADV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEVOL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYEXAME
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFATUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATURA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFECHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYFECHA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DATAFERIA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFORN 
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEFORN  
                                       WITH DUPLICATES.

       SELECT CADGELAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGEL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGEN
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMGEN WITH DUPLICATES.

       SELECT CADGESTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYGESTA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGRP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINSGR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINSGR
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CODGRPIG
                                       WITH DUPLICATES.

       SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINTER
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMINV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADINVIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYINVIT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADITREP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODITRP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLIBRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLIBRE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLOTES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLOTGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYLOTGE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALAMN
                                       WITH DUPLICATES.

       SELECT CADMAPCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMAPCT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMASC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMASC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CRM
                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS NOMEM
                                           WITH DUPLICATES
                        ALTERNATE RECORD KEY IS NOMEFONM
                                           WITH DUPLICATES.

       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMEDIC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECOMERC
                                       WITH DUPLICATES.

       SELECT CADMOTCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODMOTCA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADMOVES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYMOV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADNFFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYNFF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NUMPEDNF WITH DUPLICATES.

       SELECT CADOPACE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOA
                    ALTERNATE RECORD KEY IS CPFOA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEOPER WITH DUPLICATES.

       SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMORC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CPFOR WITH DUPLICATES.

       SELECT CADOVBK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVBK
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHVMEDOB
                                       WITH DUPLICATES.

       SELECT CADOVERB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYOVERB
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACEM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NOMEFON
                                       WITH DUPLICATES.

       SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPACOT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPAGAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAG
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VENCPG WITH DUPLICATES.

       SELECT CADPAGTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPAGTO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAR
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPARCE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPARCE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMPEDCO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPEDIT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPERM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPERM
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPESQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPESQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPLANO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPLANO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMPLANO WITH DUPLICATES.

       SELECT CADPNEX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPNEX
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPRECO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPREFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYPREFA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCT
                    FILE STATUS  IS ST-ERRO.

       SELECT CADQUEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYQUEST
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRECEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRECEI
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRECLA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROTRC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORIGRC
                                       WITH DUPLICATES.

       SELECT CADRELCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMREL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRENOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRENOV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADREPPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPPG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADREPRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYREPRE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRESPQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRESPQ
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRESTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFRS
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMFATRF
                    FILE STATUS  IS ST-ERRO.

       SELECT CADRETMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYRETMV
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODSALA
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TERMSES
                    FILE STATUS  IS ST-ERRO.

       SELECT CADSUSPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROCSU
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTELE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SESSAOTL.

       SELECT CADTEMPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTEMPG
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTPIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTPIMP
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTRANS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUMTRANS
                    FILE STATUS  IS ST-ERRO.

       SELECT CADTURNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYTURNO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODUNID
                    FILE STATUS  IS ST-ERRO.

       SELECT CADUSOPK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYUSOPK
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVACIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACIN
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVACSC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACSC
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVACTX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVACTX
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVISDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVISDO
                    FILE STATUS  IS ST-ERRO.

       SELECT CADVITAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYVITAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADXMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYXMED
                    FILE STATUS  IS ST-ERRO.

       SELECT CADCAPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KEYCAPAC
                    FILE STATUS  IS ST-ERRO.

      ***** ARQUIVO SEQUENCIAL EM MEDICAO (NOME EM TABSEQ) **********
       SELECT SEQCAP ASSIGN TO WS-SEQFILE
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT NOCSTAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CAPACTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAFAST.
       01 REGAFAST.
          03 NUMAFAST         PIC 9(06).
          03 CPFAF            PIC 9(11).
          03 DATACONAF        PIC 9(08).
          03 SEQAF            PIC 9(02).
          03 CRMAF            PIC 9(06).
          03 DIASAF           PIC 9(03).
          03 CIDAF            PIC X(05).
          03 CONSENTAF        PIC X(01).
          03 DATAEMISAF       PIC 9(08).
          03 OPERAF           PIC 9(04).
          03 SITUACAOAF       PIC X(01).
      *
       FD CADAGMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAGMED.
       01 REGAGMED.
          03 KEYAGMED.
             05 CRMAG         PIC 9(06).
             05 DIASEMAG      PIC 9(01).
          03 HORAINIAG.
             05 HORAINIAGH    PIC 9(02).
             05 HORAINIAGM    PIC 9(02).
          03 HORAFIMAG.
             05 HORAFIMAGH    PIC 9(02).
             05 HORAFIMAGM    PIC 9(02).
          03 DURACAOAG        PIC 9(03).
          03 SITUACAOAG       PIC X(01).
      *
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALERG.
       01 REGALERG.
          03 KEYALERG.
             05 CPFA          PIC 9(11).
             05 SEQA          PIC 9(02).
          03 TIPOALERG        PIC X(01).
          03 CIDALERG         PIC X(05).
          03 NOTAALERG        PIC X(40).
          03 DATAALERG.
             05 DIAAL         PIC 9(02).
             05 MESAL         PIC 9(02).
             05 ANOAL         PIC 9(04).
          03 SITUACAOAL       PIC X(01).
      *
       FD CADALIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALIQ.
       01 REGALIQ.
          03 CONVAL           PIC 9(04).
          03 ALIQUOTASAL.
             05 ALISSAL       PIC 9(02)V99.
             05 ALIRAL        PIC 9(02)V99.
             05 ALPISAL       PIC 9(02)V99.
             05 ALCOFAL       PIC 9(02)V99.
             05 ALCSLAL       PIC 9(02)V99.
          03 TABALQAL REDEFINES ALIQUOTASAL.
             05 ALQAL         PIC 9(02)V99 OCCURS 5 TIMES.
          03 SITUACAOAL       PIC X(01).
          03 DATAAL           PIC 9(08).
          03 OPERAL           PIC 9(04).
      *
       FD CADALRAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADALRAC.
       01 REGALRAC.
          03 KEYALR.
             05 DATAALR       PIC 9(08).
             05 OPERALR       PIC 9(04).
             05 TIPOALR       PIC 9(01).
             05 CPFALR        PIC 9(11).
             05 HORAALR       PIC 9(02).
          03 HORA1ALR         PIC 9(06).
          03 QTDALR           PIC 9(05).
          03 PROGALR          PIC X(07).
          03 TERMALR          PIC X(08).
          03 DETALR           PIC X(40).
          03 SITALR           PIC X(01).
          03 JUSTALR          PIC X(50).
          03 DATADEC          PIC 9(08).
          03 HORADEC          PIC 9(06).
          03 OPERDEC          PIC 9(04).
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
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADAUSEN.
       01 REGAUSEN.
          03 KEYAUSEN.
             05 CRMAU         PIC 9(06).
             05 DATAINIAU.
                07 DIAINIAU   PIC 9(02).
                07 MESINIAU   PIC 9(02).
                07 ANOINIAU   PIC 9(04).
          03 DATAFIMAU.
             05 DIAFIMAU      PIC 9(02).
             05 MESFIMAU      PIC 9(02).
             05 ANOFIMAU      PIC 9(04).
          03 TIPOAUSEN        PIC X(01).
          03 SITUACAOAU       PIC X(01).
      *
       FD CADBOLPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADBOLPA.
       01 REGBOLPA.
          03 KEYBOLPA.
             05 CPFBL         PIC 9(11).
             05 DATAPLBL      PIC 9(08).
             05 PARCBL        PIC 9(02).
          03 NOSSONUMBL       PIC 9(10).
          03 VENCBL           PIC 9(08).
          03 VALORBL          PIC 9(06)V99.
          03 SITBL            PIC X(01).
          03 REMBL            PIC 9(06).
          03 DATAREMBL        PIC 9(08).
          03 DATALQBL         PIC 9(08).
          03 VALPGBL          PIC 9(06)V99.
          03 OCORBL           PIC X(02).
          03 ULTNNBL          PIC 9(10).
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCAIXA.
       01 REGCAIXA.
          03 KEYCAIXA.
             05 CPFCX         PIC 9(11).
             05 DATACX.
                07 DIACX      PIC 9(02).
                07 MESCX      PIC 9(02).
                07 ANOCX      PIC 9(04).
             05 SEQCX         PIC 9(02).
          03 VALORCX          PIC 9(06)V99.
          03 FORMACX          PIC X(01).
          03 OPERCX           PIC 9(04).
          03 SITUACAOCX       PIC X(01).
          03 NUMRECIBO        PIC 9(06).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCEP.
       01 REGCEP.
          03 COD           PIC 9(08).
          03 ENDERECO      PIC X(30).
          03 BAIRRO        PIC X(20).
          03 CIDADE        PIC X(20).
          03 UF            PIC X(02).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCID.
       01 REGCID.
          03 CODCID        PIC X(05).
          03 DENOMINACAO   PIC X(30).
          03 SITUACAO      PIC X(01).
          03 NOTIFICAVEL     PIC X(01).
      *
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOBER.
       01 REGCOBER.
          03 KEYCOBER.
             05 CODCONVC      PIC 9(04).
             05 CODESPC       PIC 9(02).
          03 SITUACAOCB       PIC X(01).
      *
       FD CADCOBPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOBPA.
       01 REGCOBPA.
          03 KEYCOBPA.
             05 CPFCB         PIC 9(11).
             05 DATAPLCB      PIC 9(08).
             05 PARCCB        PIC 9(02).
          03 ETAPACB          PIC 9(01).
          03 DATAETCB         PIC 9(08) OCCURS 3 TIMES.
          03 DIASETCB         PIC 9(05) OCCURS 3 TIMES.
          03 VALETCB          PIC 9(06)V99 OCCURS 3 TIMES.
      *
       FD CADCOLET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCOLET.
       01 REGCOLET.
          03 KEYCOLET.
             05 CPFCL         PIC 9(11).
             05 DATACL.
                07 DIACL      PIC 9(02).
                07 MESCL      PIC 9(02).
                07 ANOCL      PIC 9(04).
             05 SEQCL         PIC 9(02).
             05 ITEMCL        PIC 9(02).
          03 AMOSTRACL        PIC 9(08).
          03 CODEXACL         PIC X(10).
          03 DATACOLCL        PIC 9(08).
          03 HORACOLCL        PIC 9(04).
          03 OPERCOLCL        PIC 9(04).
          03 TUBOSCL          PIC 9(02).
      *
       FD CADCONOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONOC.
       01 REGCONOC.
          03 KEYCONOC.
             05 CPFOC         PIC 9(11).
             05 DATAOC.
                07 DIAOC      PIC 9(02).
                07 MESOC      PIC 9(02).
                07 ANOOC      PIC 9(04).
             05 SEQOC         PIC 9(02).
          03 CODEMPOC         PIC 9(04).
          03 TIPOASOOC        PIC X(01).
          03 VALOROC          PIC 9(06)V99.
          03 NUMASOOC         PIC 9(06).
          03 RESULTOC         PIC X(01).
          03 OBSASOOC         PIC X(40).
          03 DATAASOOC        PIC 9(08).
          03 CRMASOOC         PIC 9(06).
          03 NUMFATOC         PIC 9(06).
      *
       FD CADCONSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSE.
       01 REGCONSE.
          03 KEYCONSE.
             05 CPFCS         PIC 9(11).
             05 FINALICS      PIC X(01).
             05 CANALCS       PIC X(01).
          03 CONCEDCS         PIC X(01).
          03 DATACS           PIC 9(08).
          03 OPERCS           PIC 9(04).
      *
       FD CADCONSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONSU.
       01 REGCONSU.
          03 KEYPRINCIPAL.
             05 CPFC          PIC 9(11).
             05 DATACON1.
                07 DIACON1     PIC 9(02).
                07 MESCON1     PIC 9(02).
                07 ANOCON1     PIC 9(04).
             05 SEQCON        PIC 9(02).
          03 HORACON.
             05 HORACONH      PIC 9(02).
             05 HORACONM      PIC 9(02).
          03 CODMEDICO        PIC 9(06).
          03 DOCONVENIO       PIC 9(04).
          03 CODCID1          PIC X(05).
          03 CODCID2          PIC X(05).
          03 CODCID3          PIC X(05).
          03 CODCID4          PIC X(05).
          03 DESCRICAO1       PIC X(60).
          03 DESCRICAO2       PIC X(60).
          03 NOMECCONS        PIC X(30).
          03 PLANOCONS        PIC 9(02).
          03 VALORCONSULTACONS PIC 9(06)V99.
          03 VALORCOPAGTOCONS  PIC 9(06)V99.
          03 STATUSCONS        PIC X(01).
          03 AUTORIZACAO       PIC X(10).
          03 INDRETORNO       PIC X(01).
          03 KEYRETORNO.
             05 RETCPF        PIC 9(11).
             05 RETDATA       PIC 9(08).
             05 RETSEQ        PIC 9(02).
          03 SALACONS         PIC 9(02).
          03 CODPROC          PIC 9(04).
          03 GLOSACONS        PIC X(01).
          03 MOTIVOGLOSA      PIC X(03).
          03 REENVIOCONS      PIC X(01).
          03 CONFIRMACONS     PIC X(01).
          03 UNIDCONS         PIC 9(02).
          03 TIPOATEND        PIC X(01).
          03 SERIECONS        PIC 9(06).
          03 QTDREMARC        PIC 9(02).
          03 HORACHEG         PIC 9(04).
          03 MOTIVOCANC       PIC 9(02).
      *
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCONV.
       01 REGCONV.
          03 CODIGO        PIC 9(04).
          03 NOMEC         PIC X(30).
          03 PLANO         PIC 9(02).
          03 VALORCONSULTA     PIC 9(06)V99.
          03 VALORCOPAGTO     PIC 9(06)V99.
          03 SITUACAO      PIC X(01).
          03 LIMITEMES     PIC 9(02).
          03 LIMITEANO     PIC 9(03).
          03 VALORTELE     PIC 9(06)V99.
          03 VALORDOMIC    PIC 9(06)V99.
          03 LAYOUTREM    PIC X(01).
          03 VERSAOTISS   PIC X(05).
          03 RETDIASCV    PIC 9(03).
      *
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCRED.
       01 REGCRED.
          03 KEYCRED.
             05 CRMCD         PIC 9(06).
             05 CONVCD        PIC 9(04).
          03 NUMCRED          PIC X(15).
          03 VALIDCRED        PIC 9(08).
          03 SITUACAOCD       PIC X(01).
      *
       FD CADCTLRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCTLRG.
       01 REGCTLRG.
          03 NUMFORM          PIC 9(06).
          03 CRMCTL           PIC 9(06).
          03 CPFCTL           PIC 9(11).
          03 DATACTL.
             05 DIACTL        PIC 9(02).
             05 MESCTL        PIC 9(02).
             05 ANOCTL        PIC 9(04).
          03 MEDICCTL         PIC X(30).
          03 LISTACTL         PIC X(01).
          03 OPERCTL          PIC 9(04).
          03 SITUACAOCT       PIC X(01).
      *
       FD CADCXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCXCAR.
       01 REGCXCAR.
          03 KEYCXCAR.
             05 CPFCC         PIC 9(11).
             05 DATACC        PIC 9(08).
             05 SEQCC         PIC 9(02).
          03 AUTCC            PIC X(12).
          03 BANDCC           PIC X(10).
          03 UNIDCC           PIC 9(02).
          03 FORMACC          PIC X(01).
          03 VALORCC          PIC 9(06)V99.
          03 SITCC            PIC X(01).
          03 PREVCC           PIC 9(08).
          03 DATALQCC         PIC 9(08).
          03 TAXACC           PIC 9(06)V99.
          03 VALLQCC          PIC 9(06)V99.
      *
       FD CADDECIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDECIR.
       01 REGDECIR.
          03 KEYDECIR.
             05 CPFDC         PIC 9(11).
             05 ANODC         PIC 9(04).
          03 NUMDECIR         PIC 9(06).
          03 DATAEMISDC       PIC 9(08).
          03 VALORTOTDC       PIC 9(08)V99.
      *
       FD CADDOCMD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDOCMD.
       01 REGDOCMD.
          03 KEYDOCMD.
             05 CRMDM         PIC 9(06).
             05 TIPODM        PIC 9(01).
             05 ESPDM         PIC 9(02).
          03 NUMDM            PIC X(20).
          03 ORGAODM          PIC X(20).
          03 VALIDDM          PIC 9(08).
          03 SITUACAODM       PIC X(01).
          03 DATADM           PIC 9(08).
          03 OPERDM           PIC 9(04).
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
       FD CADDPCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADDPCV.
       01 REGDPCV.
          03 KEYDPCV.
             05 CONVDP        PIC 9(04).
             05 CODEXTDP      PIC X(10).
          03 CODPROCDP        PIC 9(04).
          03 SITUACAODP       PIC X(01).
          03 DATADP           PIC 9(08).
          03 OPERDP           PIC 9(04).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEMPR.
       01 REGEMPR.
          03 CODEMP           PIC 9(04).
          03 RAZAOEMP         PIC X(40).
          03 CNPJEMP          PIC 9(14).
          03 CONTRATOEMP      PIC X(15).
          03 VIGEMP.
             05 DIAVEMP       PIC 9(02).
             05 MESVEMP       PIC 9(02).
             05 ANOVEMP       PIC 9(04).
          03 PRECOADM         PIC 9(06)V99.
          03 PRECOPER         PIC 9(06)V99.
          03 PRECODEM         PIC 9(06)V99.
          03 PRECORET         PIC 9(06)V99.
          03 PRECOMUD         PIC 9(06)V99.
          03 CONTATOEMP       PIC X(30).
          03 TELEMP           PIC 9(11).
          03 EMAILEMP         PIC X(30).
          03 SITEMP           PIC X(01).
      *
       FD CADENCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADENCAM.
       01 REGENCAM.
          03 KEYENCAM.
             05 CPFEN         PIC 9(11).
             05 DATAEN.
                07 DIAEN      PIC 9(02).
                07 MESEN      PIC 9(02).
                07 ANOEN      PIC 9(04).
             05 SEQEN         PIC 9(02).
          03 CRMENC           PIC 9(06).
          03 ESPDEST          PIC 9(02).
          03 STATUSENC        PIC X(01).
          03 DATAFECH         PIC 9(08).
      *
       FD CADEQUIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEQUIP.
       01 REGEQUIP.
          03 PATRIMEQ         PIC X(10).
          03 DESCEQ           PIC X(30).
          03 UNIDEQ           PIC 9(02).
          03 SALAEQ           PIC 9(02).
          03 FORNEQ           PIC 9(04).
          03 INTERVEQ         PIC 9(03).
          03 ULTMANEQ         PIC 9(08).
          03 PROCEQ           PIC 9(04) OCCURS 4 TIMES.
          03 SITUACAOEQ       PIC X(01).
          03 DATAEQ           PIC 9(08).
          03 OPEREQ           PIC 9(04).
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESP.
       01 REGESP.
          03 CODESP        PIC 9(02).
          03 DENOMESP      PIC X(15).
          03 SITUACAO      PIC X(01).
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESPERA.
       01 REGESPERA.
          03 KEYESPERA.
             05 CPFESP        PIC 9(11).
             05 DATAESP.
                07 DIAESP     PIC 9(02).
                07 MESESP     PIC 9(02).
                07 ANOESP     PIC 9(04).
             05 SEQESP        PIC 9(02).
          03 HORAESP.
             05 HORAESPH      PIC 9(02).
             05 HORAESPM      PIC 9(02).
          03 MOTIVOESP        PIC X(40).
          03 SITUACAOESP      PIC X(01).
          03 HORACHAMA.
             05 HORACHAMAH    PIC 9(02).
             05 HORACHAMAM    PIC 9(02).
          03 HORAFIMAT.
             05 HORAFIMATH    PIC 9(02).
             05 HORAFIMATM    PIC 9(02).
          03 MEDICOESP        PIC 9(06).
          03 PRESSAOESP       PIC X(07).
          03 TEMPESP          PIC 9(02)V9.
          03 PRIORIESP        PIC 9(01).
          03 UNIDESP          PIC 9(02).
      *
       FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTOR.
       01 REGESTOR.
          03 NUMRECES         PIC 9(06).
          03 KEYCXES.
             05 CPFES         PIC 9(11).
             05 DATACXES      PIC 9(08).
             05 SEQCXES       PIC 9(02).
          03 DATAES.
             05 DIAES         PIC 9(02).
             05 MESES         PIC 9(02).
             05 ANOES         PIC 9(04).
          03 HORAES           PIC 9(04).
          03 VALORCXES        PIC 9(06)V99.
          03 VALORES          PIC 9(06)V99.
          03 FORMAES          PIC X(01).
          03 MOTIVOES         PIC X(40).
          03 OPERES           PIC 9(04).
          03 SUPES            PIC 9(04).
      *
       FD CADESTUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADESTUN.
       01 REGESTUN.
          03 KEYESTUN.
             05 CODITEU       PIC 9(04).
             05 CODUNIEU      PIC 9(02).
          03 SALDOEU          PIC 9(06).
      *
       FD CADEVADV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEVADV.
       01 REGEVADV.
          03 KEYEVADV.
             05 CPFEA         PIC 9(11).
             05 SEQEA         PIC 9(03).
          03 ORIGEMEA         PIC X(01).
          03 CODVACEA         PIC 9(03).
          03 DOSEEA           PIC 9(02).
          03 SEQREA           PIC 9(02).
          03 ITEMREA          PIC 9(02).
          03 DATAREFEA.
             05 DIAREFEA      PIC 9(02).
             05 MESREFEA      PIC 9(02).
             05 ANOREFEA      PIC 9(04).
          03 PRODUTOEA        PIC X(30).
          03 LOTEEA           PIC X(10).
          03 DATAINIEA.
             05 DIAINIEA      PIC 9(02).
             05 MESINIEA      PIC 9(02).
             05 ANOINIEA      PIC 9(04).
          03 GRAVIDEA         PIC X(01).
          03 DESFECHOEA       PIC X(01).
          03 CRMEA            PIC 9(06).
          03 DESCEA           PIC X(40).
          03 NOTIFEA          PIC X(01).
          03 DATANOTEA        PIC 9(08).
          03 SITUACAOEA       PIC X(01).
          03 DATAREGEA        PIC 9(08).
          03 OPEREA           PIC 9(04).
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADEXAME.
       01 REGEXAME.
          03 KEYEXAME.
             05 CPFE          PIC 9(11).
             05 DATAE.
                07 DIAE       PIC 9(02).
                07 MESE       PIC 9(02).
                07 ANOE       PIC 9(04).
             05 SEQE          PIC 9(02).
             05 ITEME         PIC 9(02).
          03 CODEXAME         PIC X(10).
          03 DESCEXAME        PIC X(30).
          03 MEDICOEXA        PIC 9(06).
          03 DATARESULT.
             05 DIARES        PIC 9(02).
             05 MESRES        PIC 9(02).
             05 ANORES        PIC 9(04).
          03 RESULTEXAME      PIC X(40).
          03 STATUSEXAME      PIC X(01).
          03 ANORMALEXA       PIC X(01).
          03 REVISADO         PIC X(01).
          03 DATAREVIS        PIC 9(08).
          03 OPERREVIS        PIC 9(04).
      *
       FD CADFATEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATEM.
       01 REGFATEM.
          03 NUMFATEM         PIC 9(06).
          03 CODEMPFE         PIC 9(04).
          03 CNPJFE           PIC 9(14).
          03 MESFE            PIC 9(02).
          03 ANOFE            PIC 9(04).
          03 QTDFE            PIC 9(05).
          03 VALORFE          PIC 9(08)V99.
          03 VALORRECFE       PIC 9(08)V99.
          03 STATUSFE         PIC X(01).
          03 DATAGERFE        PIC 9(08).
      *
       FD CADFATUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFATUR.
       01 REGFATUR.
          03 NUMFATURA     PIC 9(06).
          03 CONVFAT       PIC 9(04).
          03 MESFAT        PIC 9(02).
          03 ANOFAT        PIC 9(04).
          03 QTDFAT        PIC 9(05).
          03 VALORFAT      PIC 9(08)V99.
          03 VALORRECFA    PIC 9(08)V99.
          03 STATUSFAT     PIC X(01).
          03 PROTOCFAT     PIC X(15).
          03 DATAGERFAT    PIC 9(08).
          03 UNIDFAT       PIC 9(02).
      *
       FD CADFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFECHA.
       01 REGFECHA.
          03 KEYFECHA.
             05 ANOFECH       PIC 9(04).
             05 MESFECH       PIC 9(02).
          03 FECHADO          PIC X(01).
          03 OPERFECH         PIC 9(04).
          03 DATAFECHA        PIC 9(08).
      *
       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFERIA.
       01 REGFERIA.
          03 DATAFERIA.
             05 DIAFERIA      PIC 9(02).
             05 MESFERIA      PIC 9(02).
             05 ANOFERIA      PIC 9(04).
          03 DESCFERIA        PIC X(30).
          03 TIPOFERIA        PIC X(01).
          03 SITUACAOFE       PIC X(01).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADFORN.
       01 REGFORN.
          03 CODFORN          PIC 9(04).
          03 NOMEFORN         PIC X(30).
          03 CNPJFORN         PIC 9(14).
          03 TELFORN          PIC 9(11).
          03 SITUACAOFO       PIC X(01).
      *
       FD CADGELAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGELAD.
       01 REGGELAD.
          03 CODGEL           PIC 9(03).
          03 UNIDGEL          PIC 9(02).
          03 DESCGEL          PIC X(30).
          03 TMINGEL          PIC S9(02)V9.
          03 TMAXGEL          PIC S9(02)V9.
          03 LEITDIAGEL       PIC 9(01).
          03 EXCGEL           PIC X(01).
          03 TIPOEXCGEL       PIC X(01).
          03 DATAEXCGEL       PIC 9(08).
          03 HORAEXCGEL       PIC 9(04).
          03 DATAULTGEL       PIC 9(08).
          03 HORAULTGEL       PIC 9(04).
          03 SITUACAOGEL      PIC X(01).
      *
       FD CADGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGEN.
       01 REGGEN.
          03 CODGEN        PIC X(01).
          03 DENOMGEN      PIC X(15).
          03 SITUACAO      PIC X(01).
      *
       FD CADGESTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGESTA.
       01 REGGESTA.
          03 KEYGESTA.
             05 CPFGE         PIC 9(11).
             05 SEQGE         PIC 9(02).
          03 DUMGE.
             05 DIADUM        PIC 9(02).
             05 MESDUM        PIC 9(02).
             05 ANODUM        PIC 9(04).
          03 DPPGE.
             05 DIADPP        PIC 9(02).
             05 MESDPP        PIC 9(02).
             05 ANODPP        PIC 9(04).
          03 RISCOGE          PIC X(01).
          03 CRMOBSGE         PIC 9(06).
          03 SITUACAOGE       PIC X(01).
          03 DATAENCGE.
             05 DIAENC        PIC 9(02).
             05 MESENC        PIC 9(02).
             05 ANOENC        PIC 9(04).
          03 OBSGE            PIC X(40).
          03 DATAREGGE        PIC 9(08).
          03 OPERGE           PIC 9(04).
      *
       FD CADGRUPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADGRUPO.
       01 REGGRUPO.
          03 CODGRP           PIC 9(06).
          03 DESCGRP          PIC X(30).
          03 CRMGRP           PIC 9(06).
          03 SALAGRP          PIC 9(02).
          03 DATAGRP.
             05 DIAGRP        PIC 9(02).
             05 MESGRP        PIC 9(02).
             05 ANOGRP        PIC 9(04).
          03 HORAGRP.
             05 HORAGRPH      PIC 9(02).
             05 HORAGRPM      PIC 9(02).
          03 CAPACGRP         PIC 9(02).
          03 CODPROCGRP       PIC 9(04).
          03 UNIDGRP          PIC 9(02).
          03 SITGRP           PIC X(01).
      *
       FD CADINSGR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINSGR.
       01 REGINSGR.
          03 KEYINSGR.
             05 CPFIG         PIC 9(11).
             05 DATAIG.
                07 DIAIG      PIC 9(02).
                07 MESIG      PIC 9(02).
                07 ANOIG      PIC 9(04).
             05 SEQIG         PIC 9(02).
          03 CODGRPIG         PIC 9(06).
          03 PRESIG           PIC X(01).
          03 SITIG            PIC X(01).
          03 DATAINSIG        PIC 9(08).
          03 OPERIG           PIC 9(04).
      *
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINTER.
       01 REGINTER.
          03 KEYINTER.
             05 PATIVO1       PIC X(30).
             05 PATIVO2       PIC X(30).
          03 GRAVINTER        PIC X(01).
          03 NOTAINTER        PIC X(40).
          03 SITUACAOIT       PIC X(01).
      *
       FD CADINVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINVEN.
       01 REGINVEN.
          03 NUMINV           PIC 9(05).
          03 UNIDINV          PIC 9(02).
          03 DATAINV          PIC 9(08).
          03 HORAINV          PIC 9(06).
          03 SITINV           PIC X(01).
          03 OPERINV          PIC 9(04).
          03 SUPINV           PIC 9(04).
          03 DATAAJINV        PIC 9(08).
          03 QTDLININV        PIC 9(05).
          03 VALSOBINV        PIC 9(09)V99.
          03 VALFALINV        PIC 9(09)V99.
      *
       FD CADINVIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADINVIT.
       01 REGINVIT.
          03 KEYINVIT.
             05 NUMINVIT      PIC 9(05).
             05 CODITINV      PIC 9(04).
             05 LOTEINV       PIC X(10).
          03 VALIDINV         PIC 9(08).
          03 SALDOCONG        PIC 9(06).
          03 QTDCONT          PIC 9(06).
          03 CONTINV          PIC X(01).
          03 CUSTOINV         PIC 9(06)V99.
          03 AJUSINV          PIC X(01).
          03 DATAMVINV        PIC 9(08).
          03 SEQMVINV         PIC 9(03).
      *
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITEM.
       01 REGITEM.
          03 CODITEM          PIC 9(04).
          03 DENOMITEM        PIC X(30).
          03 UNIDITEM         PIC X(05).
          03 MINESTOQUE       PIC 9(05).
          03 SALDOITEM        PIC 9(06).
          03 SITUACAOIT       PIC X(01).
      *
       FD CADITREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADITREP.
       01 REGITREP.
          03 CODITRP          PIC 9(04).
          03 CODFORNRP        PIC 9(04).
          03 PRAZORP          PIC 9(03).
          03 COBERTRP         PIC 9(03).
          03 MULTRP           PIC 9(05).
          03 SITUACAORP       PIC X(01).
      *
       FD CADLIBRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLIBRE.
       01 REGLIBRE.
          03 KEYLIBRE.
             05 CPFLB         PIC 9(11).
             05 DATALB.
                07 DIALB      PIC 9(02).
                07 MESLB      PIC 9(02).
                07 ANOLB      PIC 9(04).
             05 SEQLB         PIC 9(02).
             05 ITEMLB        PIC 9(02).
          03 SITLB            PIC X(01).
          03 DATALIB          PIC 9(08).
          03 HORALIB          PIC 9(06).
          03 CANALLB          PIC X(01).
          03 DESTLB           PIC X(30).
          03 CODRETLB         PIC X(08).
      *
       FD CADLOTES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLOTES.
       01 REGLOTE.
          03 KEYLOTE.
             05 CODITLT       PIC 9(04).
             05 LOTELT        PIC X(10).
          03 VALIDLT          PIC 9(08).
          03 SALDOLT          PIC 9(06).
          03 SITUACAOLT       PIC X(01).
      *
       FD CADLOTGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADLOTGE.
       01 REGLOTGE.
          03 KEYLOTGE.
             05 CODITLG       PIC 9(04).
             05 LOTELG        PIC X(10).
          03 CODGELLG         PIC 9(03).
          03 DATALG           PIC 9(08).
          03 OPERLG           PIC 9(04).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMANUT.
       01 REGMANUT.
          03 KEYMANUT.
             05 PATRIMMN      PIC X(10).
             05 DATAINIMN     PIC 9(08).
          03 DATAFIMMN        PIC 9(08).
          03 TIPOMN           PIC X(01).
          03 OSMN             PIC X(12).
          03 FORNMN           PIC 9(04).
          03 SALAMN           PIC 9(02).
          03 SITMN            PIC X(01).
          03 CERTMN           PIC X(20).
          03 OBSMN            PIC X(40).
          03 DATAMN           PIC 9(08).
          03 OPERMN           PIC 9(04).
      *
       FD CADMAPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMAPCT.
       01 REGMAPCT.
          03 KEYMAPCT.
             05 TIPOMC        PIC X(02).
             05 CODMC         PIC X(06).
          03 CONTAMC          PIC X(20).
          03 DESCMC           PIC X(30).
          03 SITUACAOMC       PIC X(01).
          03 DATAMC           PIC 9(08).
          03 OPERMC           PIC 9(04).
      *
       FD CADMASC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMASC.
       01 REGMASC.
          03 KEYMASC.
             05 PERFILMS      PIC X(01).
             05 CAMPOMS       PIC X(01).
          03 TIPOMS           PIC X(01).
          03 SITUACAOMS       PIC X(01).
          03 DATAMS           PIC 9(08).
          03 OPERMS           PIC 9(04).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMED.
       01 REGMED.
          03 CRM           PIC 9(06).
          03 NOMEM         PIC X(30).
          03 QTDESPEC      PIC 9(01).
          03 ESPECIALIDADE PIC 9(02) OCCURS 6 TIMES.
          03 SEXOMEDICO    PIC X(01).
          03 DNASCM.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
          03 SITUACAO      PIC X(01).
          03 NOMEFONM      PIC X(30).
          03 QTDUNID       PIC 9(01).
          03 UNIDMED       PIC 9(02) OCCURS 3 TIMES.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMEDIC.
       01 REGMEDIC.
          03 CODMEDIC         PIC 9(05).
          03 NOMECOMERC       PIC X(30).
          03 PRINCATIVO       PIC X(30).
          03 APRESENT         PIC X(20).
          03 SITUACAOMD       PIC X(01).
          03 LISTACTRL        PIC X(01).
      *
       FD CADMOTCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMOTCA.
       01 REGMOTCA.
          03 CODMOTCA     PIC 9(02).
          03 DENOMMOTC        PIC X(30).
          03 SITUACAOMC       PIC X(01).
      *
       FD CADMOVES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADMOVES.
       01 REGMOV.
          03 KEYMOV.
             05 CODITMV       PIC 9(04).
             05 DATAMOV.
                07 DIAMOV     PIC 9(02).
                07 MESMOV     PIC 9(02).
                07 ANOMOV     PIC 9(04).
             05 SEQMOV        PIC 9(03).
          03 TIPOMOV          PIC X(01).
          03 QTDMOV           PIC 9(05).
          03 CPFMV            PIC 9(11).
          03 DATACONMV        PIC 9(08).
          03 SEQCONMV         PIC 9(02).
          03 OPERMOV          PIC 9(04).
          03 CUSTOMOV         PIC 9(06)V99.
          03 NUMPEDMV         PIC 9(06).
          03 LOTEMOV          PIC X(10).
          03 VALIDMOV         PIC 9(08).
          03 UNIDMOV          PIC 9(02).
          03 UNIDDEST         PIC 9(02).
      *
       FD CADNFFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADNFFOR.
       01 REGNFFOR.
          03 KEYNFF.
             05 CODFORNNF     PIC 9(04).
             05 NUMNFF        PIC 9(09).
          03 SERIENF          PIC X(03).
          03 NUMPEDNF         PIC 9(06).
          03 DATAEMNF         PIC 9(08).
          03 DATAENNF         PIC 9(08).
          03 VALTOTNF         PIC 9(08)V99.
          03 VALITNF          PIC 9(08)V99.
          03 QTDPARNF         PIC 9(02).
          03 QTDITNF          PIC 9(02).
          03 SITNF            PIC X(01).
          03 DIVTOTNF         PIC X(01).
          03 OPERNF           PIC 9(04).
          03 SUPNF            PIC 9(04).
          03 DATALIBNF        PIC 9(08).
          03 ITEMNF OCCURS 10 TIMES.
             05 ITPEDNF       PIC 9(02).
             05 CODITNF       PIC 9(04).
             05 QTDNF         PIC 9(05).
             05 PRECONF       PIC 9(06)V99.
             05 DIVITNF       PIC X(01).
      *
       FD CADOPACE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOPACE.
       01 REGOPACE.
          03 CODOA            PIC 9(04).
          03 CPFOA            PIC 9(11).
          03 UNIDOA           PIC 9(02).
          03 HINIOA           PIC 9(04).
          03 HFIMOA           PIC 9(04).
          03 SITUACAOOA       PIC X(01).
          03 DATAOA           PIC 9(08).
          03 OPEROA           PIC 9(04).
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
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADORCAM.
       01 REGORCAM.
          03 NUMORC           PIC 9(06).
          03 CPFOR            PIC 9(11).
          03 DATAOR           PIC 9(08).
          03 VALIDOR          PIC 9(08).
          03 SITOR            PIC X(01).
          03 DATASITOR        PIC 9(08).
          03 OPEROR           PIC 9(04).
          03 SUPOR            PIC 9(04).
          03 DESCOR           PIC 9(02)V99.
          03 VALBRUOR         PIC 9(07)V99.
          03 VALLIQOR         PIC 9(07)V99.
          03 QTDITOR          PIC 9(02).
          03 ITEMOR OCCURS 10 TIMES.
             05 CODPROCOI     PIC 9(04).
             05 VALTABOI      PIC 9(06)V99.
             05 VALOROI       PIC 9(06)V99.
             05 KEYCONSOI     PIC X(21).
      *
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
       FD CADOVERB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADOVERB.
       01 REGOVERB.
          03 KEYOVERB.
             05 CRMOV         PIC 9(06).
             05 DIASEMOV      PIC 9(01).
          03 QTDOV            PIC 9(02).
          03 TAXAOV           PIC 9(03)V9.
          03 QTDSUGOV         PIC 9(02).
          03 DATASUGOV        PIC 9(08).
          03 SITOV            PIC X(01).
      *
       FD CADPACEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACEM.
       01 REGPACEM.
          03 KEYPACEM.
             05 CPFPE         PIC 9(11).
             05 CODEMPPE      PIC 9(04).
          03 MATRICPE         PIC X(10).
          03 FUNCAOPE         PIC X(20).
          03 DATAADMPE.
             05 DIAADMPE      PIC 9(02).
             05 MESADMPE      PIC 9(02).
             05 ANOADMPE      PIC 9(04).
          03 SITPE            PIC X(01).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACI.
       01 REGPACI.
          03 CPF           PIC 9(11).
          03 NOME          PIC X(30).
          03 DNASC.
             05 DIANAS     PIC 9(02).
             05 MESNAS     PIC 9(02).
             05 ANONAS     PIC 9(04).
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
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPACOT.
       01 REGPACOT.
          03 KEYPACOT.
             05 CPFPK         PIC 9(11).
             05 SEQPK         PIC 9(02).
          03 CODPROCPK        PIC 9(04).
          03 QTDCOMPK         PIC 9(03).
          03 QTDUSOPK         PIC 9(03).
          03 VALORPK          PIC 9(06)V99.
          03 DATACOMPK.
             05 DIACPK        PIC 9(02).
             05 MESCPK        PIC 9(02).
             05 ANOCPK        PIC 9(04).
          03 DATAVALPK.
             05 DIAVPK        PIC 9(02).
             05 MESVPK        PIC 9(02).
             05 ANOVPK        PIC 9(04).
          03 SITPK            PIC X(01).
          03 NUMRECPK         PIC 9(06).
          03 OPERPK           PIC 9(04).
      *
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAGAR.
       01 REGPAGAR.
          03 KEYPAG.
             05 CODFORNPG     PIC 9(04).
             05 NUMNFPG       PIC 9(09).
             05 PARCPG        PIC 9(02).
          03 VENCPG           PIC 9(08).
          03 VALORPG          PIC 9(08)V99.
          03 SITPG            PIC X(01).
          03 DATAPGPG         PIC 9(08).
          03 VALPGPG          PIC 9(08)V99.
          03 FORMAPG          PIC X(01).
          03 OPERPG           PIC 9(04).
      *
       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPAGTO.
       01 REGPAGTO.
          03 KEYPAGTO.
             05 NUMFATPG      PIC 9(06).
             05 SEQPAGTO      PIC 9(02).
          03 DATAPAGTO.
             05 DIAPG         PIC 9(02).
             05 MESPG         PIC 9(02).
             05 ANOPG         PIC 9(04).
          03 VALORPAGTO       PIC 9(08)V99.
          03 OPERPAGTO        PIC 9(04).
          03 SITUACAOPG       PIC X(01).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARAM.
       01 REGPARAM.
          03 CHAVEPAR         PIC X(10).
          03 VALORPAR         PIC 9(06).
          03 DESCPAR          PIC X(30).
          03 SITUACAOPA       PIC X(01).
      *
       FD CADPARCE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPARCE.
       01 REGPARCE.
          03 KEYPARCE.
             05 CPFPA         PIC 9(11).
             05 DATAPLPA.
                07 DIAPL      PIC 9(02).
                07 MESPL      PIC 9(02).
                07 ANOPL      PIC 9(04).
             05 PARCNUM       PIC 9(02).
          03 QTDPARC          PIC 9(02).
          03 VENCPARC.
             05 DIAVC         PIC 9(02).
             05 MESVC         PIC 9(02).
             05 ANOVC         PIC 9(04).
          03 VALORPARC        PIC 9(06)V99.
          03 PAGOPARC         PIC X(01).
          03 DATAPGPA         PIC 9(08).
          03 FORMAPGPA        PIC X(01).
          03 OPERPARC         PIC 9(04).
      *
       FD CADPEDCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDCO.
       01 REGPEDCO.
          03 NUMPEDCO         PIC 9(06).
          03 CODFORNPD        PIC 9(04).
          03 DATAPED          PIC 9(08).
          03 STATUSPED        PIC X(01).
      *
       FD CADPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPEDIT.
       01 REGPEDIT.
          03 KEYPEDIT.
             05 NUMPEDIT      PIC 9(06).
             05 ITEMPD        PIC 9(02).
          03 CODITPD          PIC 9(04).
          03 QTDPED           PIC 9(05).
          03 QTDRECPD         PIC 9(05).
          03 PRECOPD          PIC 9(06)V99.
          03 SITUACAOPI       PIC X(01).
      *
       FD CADPERM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPERM.
       01 REGPERM.
          03 KEYPERM.
             05 PERFILPE      PIC X(01).
             05 OPCAOPE       PIC 9(03).
          03 SITUACAOPE       PIC X(01).
      *
       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPESQ.
       01 REGPESQ.
          03 KEYPESQ.
             05 CPFPQ         PIC 9(11).
             05 DATAPQ        PIC 9(08).
             05 SEQPQ         PIC 9(02).
          03 NOTAPQ           PIC 9(02).
          03 COMENTPQ         PIC X(40).
          03 CRMPQ            PIC 9(06).
          03 ESPPQ            PIC 9(02).
          03 UNIDPQ           PIC 9(02).
          03 SITUACAOPQ       PIC X(01).
      *
       FD CADPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPLANO.
       01 REGPLANO.
          03 CODPLANO      PIC 9(02).
          03 DENOMPLANO    PIC X(50).
          03 SITUACAO      PIC X(01).
      *
       FD CADPNEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPNEX.
       01 REGPNEX.
          03 KEYPNEX.
             05 TRIMPN        PIC 9(01).
             05 CODEXPN       PIC X(10).
          03 DESCEXPN         PIC X(30).
          03 SEMINIPN         PIC 9(02).
          03 SEMFIMPN         PIC 9(02).
          03 SITUACAOPN       PIC X(01).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPRECO.
       01 REGPRECO.
          03 KEYPRECO.
             05 CODPROCP      PIC 9(04).
             05 CODCONVP      PIC 9(04).
             05 VIGPRECO      PIC 9(08).
          03 VALORPROC        PIC 9(06)V99.
          03 COPAGPROC        PIC 9(06)V99.
          03 SITUACAOPC       PIC X(01).
      *
       FD CADPREFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPREFA.
       01 REGPREFA.
          03 KEYPREFA.
             05 CONVPF        PIC 9(04).
             05 ANOPF         PIC 9(04).
             05 MESPF         PIC 9(02).
             05 CONSPF.
                07 CPFPF      PIC 9(11).
                07 DATAPF     PIC 9(08).
                07 SEQPF      PIC 9(02).
             05 DEFPF         PIC 9(02).
          03 BLOQPF           PIC X(01).
          03 SITPF            PIC X(01).
          03 RODADAPF         PIC 9(04).
          03 DATADPF          PIC 9(08).
          03 OPERDPF          PIC 9(04).
          03 MOTDPF           PIC X(30).
          03 QTDCPF           PIC 9(05).
          03 QTDBPF           PIC 9(05).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADPROC.
       01 REGPROC.
          03 CODPROCT         PIC 9(04).
          03 DENOMPROC        PIC X(30).
          03 SITUACAOPR       PIC X(01).
      *
       FD CADQUEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADQUEST.
       01 REGQUEST.
          03 KEYQUEST.
             05 CODESPQ       PIC 9(02).
             05 NUMPERG       PIC 9(02).
          03 TEXTOPERG        PIC X(50).
          03 TIPORESP         PIC X(01).
          03 SITUACAOQ        PIC X(01).
      *
       FD CADRECEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRECEI.
       01 REGRECEI.
          03 KEYRECEI.
             05 CPFR          PIC 9(11).
             05 DATAR.
                07 DIAR       PIC 9(02).
                07 MESR       PIC 9(02).
                07 ANOR       PIC 9(04).
             05 SEQR          PIC 9(02).
             05 ITEMR         PIC 9(02).
          03 MEDICAMENTO      PIC X(30).
          03 DOSAGEM          PIC X(20).
          03 DURACAOREC       PIC X(15).
          03 INSTRUCAO        PIC X(40).
          03 SITUACAORE       PIC X(01).
          03 CODMEDREC        PIC 9(05).
          03 CONTROLREC       PIC X(01).
          03 NUMFORMCTL       PIC 9(06).
      *
       FD CADRECLA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRECLA.
       01 REGRECLA.
          03 PROTRC.
             05 ANOPRC        PIC 9(04).
             05 SEQPRC        PIC 9(06).
          03 CPFRC            PIC 9(11).
          03 DATARC           PIC 9(08).
          03 CANALRC          PIC X(01).
          03 CATEGRC          PIC X(01).
          03 CRMRC            PIC 9(06).
          03 UNIDRC           PIC 9(02).
          03 OPERENVRC        PIC 9(04).
          03 DESCRC           PIC X(60).
          03 RESPRC           PIC 9(04).
          03 PRAZORC          PIC 9(08).
          03 SITRC            PIC X(01).
          03 DATANRC          PIC 9(08).
          03 DATARRC          PIC 9(08).
          03 DATAFRC          PIC 9(08).
          03 RESPOSTARC       PIC X(60).
          03 OPERABRC         PIC 9(04).
          03 ORIGRC           PIC X(21).
      *
       FD CADRELCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRELCA.
       01 REGRELCA.
          03 NUMREL        PIC 9(05).
          03 PROGREL       PIC X(07).
          03 ARQREL        PIC X(12).
          03 PARMREL       PIC X(20).
          03 OPERREL       PIC 9(04).
          03 DATAREL       PIC 9(08).
          03 HORAREL       PIC 9(06).
      *
       FD CADRENOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRENOV.
       01 REGRENOV.
          03 KEYRENOV.
             05 CPFRV         PIC 9(11).
             05 DATARV.
                07 DIARV      PIC 9(02).
                07 MESRV      PIC 9(02).
                07 ANORV      PIC 9(04).
             05 SEQRV         PIC 9(02).
          03 DATAOR           PIC 9(08).
          03 SEQOR            PIC 9(02).
          03 ITEMOR           PIC 9(02).
          03 CRMRV            PIC 9(06).
          03 SITUACAORV       PIC X(01).
          03 CONSECRV         PIC 9(02).
          03 DATANOVA         PIC 9(08).
          03 SEQNOVA          PIC 9(02).
          03 ITEMNOVA         PIC 9(02).
      *
       FD CADREPPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADREPPG.
       01 REGREPPG.
          03 KEYREPPG.
             05 CRMPG         PIC 9(06).
             05 ANOMESPG      PIC 9(06).
          03 VALORREPPG       PIC 9(08)V99.
          03 DATAREPPG        PIC 9(08).
          03 SITUACAOPP       PIC X(01).
      *
       FD CADREPRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADREPRE.
       01 REGREPRE.
          03 KEYREPRE.
             05 CRMRP         PIC 9(06).
             05 CODPROCRP     PIC 9(04).
             05 TIPOATDRP     PIC X(01).
          03 PERCRP           PIC 9(03)V99.
          03 VALORFIXRP       PIC 9(06)V99.
          03 SITUACAORP       PIC X(01).
      *
       FD CADRESPQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRESPQ.
       01 REGRESPQ.
          03 KEYRESPQ.
             05 CPFRQ         PIC 9(11).
             05 DATARQ.
                07 DIARQ      PIC 9(02).
                07 MESRQ      PIC 9(02).
                07 ANORQ      PIC 9(04).
             05 SEQRQ         PIC 9(02).
             05 NUMPERGRQ     PIC 9(02).
          03 CODESPRQ         PIC 9(02).
          03 TIPORQ           PIC X(01).
          03 RESPOSTA         PIC X(40).
          03 RESPNUM          PIC 9(06)V99.
          03 DATAREGRQ        PIC 9(08).
          03 HORAREGRQ        PIC 9(04).
          03 OPERRQ           PIC 9(04).
      *
       FD CADRESTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRESTR.
       01 REGRESTR.
          03 CPFRS            PIC 9(11).
          03 TIPORS           PIC X(01).
          03 MOTIVORS         PIC X(30).
          03 SITUACAORS       PIC X(01).
          03 DATARS           PIC 9(08).
          03 OPERRS           PIC 9(04).
      *
       FD CADRETFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRETFA.
       01 REGRETFA.
          03 NUMFATRF         PIC 9(06).
          03 CONVRF           PIC 9(04).
          03 MESRF            PIC 9(02).
          03 ANORF            PIC 9(04).
          03 BASERF           PIC 9(08)V99.
          03 PTXRF            PIC 9(08)V99 OCCURS 5 TIMES.
          03 PRETRF           PIC 9(08)V99.
          03 PLIQRF           PIC 9(08)V99.
          03 RECRF            PIC 9(08)V99.
          03 RETRF            PIC 9(08)V99.
          03 FALTARF          PIC 9(08)V99.
          03 DATARF           PIC 9(08).
          03 SITRF            PIC X(01).
      *
       FD CADRETMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADRETMV.
       01 REGRETMV.
          03 KEYRETMV.
             05 NUMFATRM      PIC 9(06).
             05 SEQRM         PIC 9(02).
          03 CONVRM           PIC 9(04).
          03 DATARM           PIC 9(08).
          03 CAIXARM          PIC 9(08)V99.
          03 VTXRM            PIC 9(08)V99 OCCURS 5 TIMES.
          03 TOTRM            PIC 9(08)V99.
          03 FALTARM          PIC 9(08)V99.
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSALA.
       01 REGSALA.
          03 CODSALA          PIC 9(02).
          03 DENOMSALA        PIC X(20).
          03 SITUACAOSA       PIC X(01).
      *
       FD CADSESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSESSO.
       01 REGSESSO.
          03 TERMSES       PIC X(08).
          03 OPERSES       PIC 9(04).
          03 NOMESES       PIC X(30).
          03 DATALOGIN     PIC 9(08).
          03 HORALOGIN     PIC 9(06).
          03 HORAATIV      PIC 9(06).
          03 SITUACAOSE    PIC X(01).
          03 UNIDSES       PIC 9(02).
      *
       FD CADSUSPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADSUSPR.
       01 REGSUSPR.
          03 CODPROCSU          PIC 9(04).
          03 CODSUS        PIC X(10).
          03 SITUACAOSU       PIC X(01).
      *
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTELE.
       01 REGTELE.
          03 KEYTELE.
             05 CPFTL         PIC 9(11).
             05 DATATL.
                07 DIATL      PIC 9(02).
                07 MESTL      PIC 9(02).
                07 ANOTL      PIC 9(04).
             05 SEQTL         PIC 9(02).
          03 SESSAOTL         PIC X(20).
          03 CRMTL            PIC 9(06).
          03 DATAEXPTL        PIC 9(08).
          03 CANALTL          PIC X(01).
          03 MEDENTTL         PIC 9(04).
          03 MEDSAITL         PIC 9(04).
          03 PACENTTL         PIC 9(04).
          03 PACSAITL         PIC 9(04).
          03 SITUACAOTL       PIC X(01).
          03 DATALIBTL        PIC 9(08).
          03 OPERLIBTL        PIC 9(04).
      *
       FD CADTEMPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTEMPG.
       01 REGTEMPG.
          03 KEYTEMPG.
             05 CODGELT       PIC 9(03).
             05 DATATG        PIC 9(08).
             05 HORATG        PIC 9(04).
          03 TIPOTG           PIC X(01).
          03 TATUTG           PIC S9(02)V9.
          03 TMINTG           PIC S9(02)V9.
          03 TMAXTG           PIC S9(02)V9.
          03 FORATG           PIC X(01).
          03 OPERTG           PIC 9(04).
          03 OBSTG            PIC X(40).
      *
       FD CADTPIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTPIMP.
       01 REGTPIMP.
          03 KEYTPIMP.
             05 CONVTI        PIC 9(04).
             05 CODPROCTI     PIC 9(04).
          03 CODEXTTI         PIC X(10).
          03 VIGANTTI         PIC 9(08).
          03 VALANTTI         PIC 9(06)V99.
          03 COPANTTI         PIC 9(06)V99.
          03 VIGTI            PIC 9(08).
          03 VALNOVTI         PIC 9(06)V99.
          03 COPNOVTI         PIC 9(06)V99.
          03 SITTI            PIC X(01).
          03 DATATI           PIC 9(08).
          03 OPERTI           PIC 9(04).
          03 QTDLTI           PIC 9(05).
          03 QTDATI           PIC 9(05).
          03 QTDRTI           PIC 9(05).
          03 APROVTI          PIC 9(04).
          03 DATAPTI          PIC 9(08).
      *
       FD CADTRANS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTRANS.
       01 REGTRANS.
          03 NUMTRANS         PIC 9(06).
          03 CODITTR          PIC 9(04).
          03 QTDTR            PIC 9(05).
          03 UNIORITR         PIC 9(02).
          03 UNIDESTR         PIC 9(02).
          03 DATATR           PIC 9(08).
          03 STATUSTR         PIC X(01).
      *
       FD CADTURNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADTURNO.
       01 REGTURNO.
          03 KEYTURNO.
             05 DATATU        PIC 9(08).
             05 OPERTU        PIC 9(04).
          03 DECDIN           PIC 9(08)V99.
          03 DECCAR           PIC 9(08)V99.
          03 DECPIX           PIC 9(08)V99.
          03 APUDIN           PIC 9(08)V99.
          03 APUCAR           PIC 9(08)V99.
          03 APUPIX           PIC 9(08)V99.
          03 DIFDIN           PIC S9(08)V99.
          03 DIFCAR           PIC S9(08)V99.
          03 DIFPIX           PIC S9(08)V99.
          03 HORAFECTU        PIC 9(04).
          03 SITUACAOTU       PIC X(01).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUNID.
       01 REGUNID.
          03 CODUNID          PIC 9(02).
          03 DENOMUNID        PIC X(20).
          03 SITUACAOUN       PIC X(01).
      *
       FD CADUSOPK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADUSOPK.
       01 REGUSOPK.
          03 KEYUSOPK.
             05 CPFUK         PIC 9(11).
             05 DATAUK.
                07 DIAUK      PIC 9(02).
                07 MESUK      PIC 9(02).
                07 ANOUK      PIC 9(04).
             05 SEQUK         PIC 9(02).
          03 SEQPKUK          PIC 9(02).
          03 CODPROCUK        PIC 9(04).
          03 DATAREGUK        PIC 9(08).
      *
       FD CADVACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACIN.
       01 REGVACIN.
          03 KEYVACIN.
             05 CPFV          PIC 9(11).
             05 CODVAC        PIC 9(03).
             05 DOSEV         PIC 9(02).
          03 DATAAPLIC.
             05 DIAAP         PIC 9(02).
             05 MESAP         PIC 9(02).
             05 ANOAP         PIC 9(04).
          03 LOTEVAC          PIC X(10).
          03 OPERAPLIC        PIC 9(04).
          03 SITUACAOVA       PIC X(01).
      *
       FD CADVACSC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACSC.
       01 REGVACSC.
          03 KEYVACSC.
             05 CODVACS       PIC 9(03).
             05 DOSEVS        PIC 9(02).
          03 NOMEVAC          PIC X(20).
          03 IDADEMESES       PIC 9(03).
          03 SITUACAOVS       PIC X(01).
          03 CODITVAC         PIC 9(04).
      *
       FD CADVACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVACTX.
       01 REGVACTX.
          03 KEYVACTX.
             05 CPFVT         PIC 9(11).
             05 CODVACVT      PIC 9(03).
             05 DOSEVT        PIC 9(02).
          03 SITVT            PIC X(01).
          03 DATAENVVT        PIC 9(08).
          03 REMESSAVT        PIC 9(12).
          03 DATARETVT        PIC 9(08).
          03 CODERRVT         PIC X(05).
          03 MSGERRVT         PIC X(40).
          03 DATAAPVT         PIC 9(08).
          03 LOTEVT           PIC X(10).
          03 OPERVT           PIC 9(04).
          03 DNASCVT          PIC 9(08).
          03 SEXOVT           PIC X(01).
      *
       FD CADVISDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVISDO.
       01 REGVISDO.
          03 KEYVISDO.
             05 CPFVD         PIC 9(11).
             05 DATAVD.
                07 DIAVD      PIC 9(02).
                07 MESVD      PIC 9(02).
                07 ANOVD      PIC 9(04).
             05 SEQVD         PIC 9(02).
          03 CRMVD            PIC 9(06).
          03 HORACHEGVD       PIC 9(04).
          03 HORASAIVD        PIC 9(04).
          03 DATAREGVD        PIC 9(08).
          03 OPERVD           PIC 9(04).
      *
       FD CADVITAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADVITAL.
       01 REGVITAL.
          03 KEYVITAL.
             05 CPFVI         PIC 9(11).
             05 DATAVI.
                07 DIAVI      PIC 9(02).
                07 MESVI      PIC 9(02).
                07 ANOVI      PIC 9(04).
             05 HORAVI        PIC 9(04).
          03 PRESSAOVI        PIC X(07).
          03 TEMPVI           PIC 9(02)V9.
          03 ORIGEMVI         PIC X(01).
          03 OPERVI           PIC 9(04).
          03 SITUACAOVI       PIC X(01).
          03 PESOVI           PIC 9(03)V9.
          03 ALTURAVI         PIC 9(03).
      *
       FD CADXMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADXMED.
       01 REGXMED.
          03 KEYXMED.
             05 DATAXM        PIC 9(08).
             05 CRMXM         PIC 9(06).
             05 CPFXM         PIC 9(11).
             05 SEQXM         PIC 9(02).
      *
      ***** HISTORICO DA CAPACIDADE DOS ARQUIVOS DE DADOS
      ***** UMA MEDICAO POR ARQUIVO E DATA (AAAAMMDD); A LINHA
      ***** "TOTAL DA BASE" SOMA TODOS OS ARQUIVOS MEDIDOS
      ***** TIPOCAP : I = INDEXADO  S = SEQUENCIAL  T = TOTAL
      ***** TAMBYCAP: TAMANHO ESTIMADO EM BYTES (REGISTROS X
      *****           TAMANHO DO REGISTRO, SEM OS INDICES)
       FD CADCAPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CADCAPAC.
       01 REGCAPAC.
          03 KEYCAPAC.
             05 NOMECAP       PIC X(20).
             05 DATACAP       PIC 9(08).
          03 TIPOCAP          PIC X(01).
          03 QTDREGCAP        PIC 9(09).
          03 TAMREGCAP        PIC 9(05).
          03 TAMBYCAP         PIC 9(13).
          03 HORACAP          PIC 9(06).
      *
       FD SEQCAP
               LABEL RECORD IS STANDARD.
       01 REGSEQCAP           PIC X(300).
      *
       FD NOCSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-NOCSTAT.
       01 REGNOCSTAT.
          03 NS-PROG          PIC X(07).
          03 FILLER           PIC X(01).
          03 NS-STAT          PIC X(02).
          03 FILLER           PIC X(01).
          03 NS-QTD           PIC 9(06).
      *
       FD CAPACTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-CAPACTX.
       01 REGCAPACTX          PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      ***** NOMES DOS ARQUIVOS, PREFIXADOS PELO DIRETORIO DE
      ***** DADOS NO INICIO DO PROGRAMA (MONTA-ARQUIVOS)
       01 W-DIRDADOS    PIC X(40) VALUE SPACES.
      ***** AVISO DA BASE DE TREINAMENTO (LINHA 1 DAS TELAS)
       01 W-TREINO      PIC X(40) VALUE SPACES.
       01 W-ARQ-CADADEND PIC X(64) VALUE
          "CADADEND.DAT".
       01 W-ARQ-CADAFAST PIC X(64) VALUE
          "CADAFAST.DAT".
       01 W-ARQ-CADAGMED PIC X(64) VALUE
          "CADAGMED.DAT".
       01 W-ARQ-CADALERG PIC X(64) VALUE
          "CADALERG.DAT".
       01 W-ARQ-CADALIQ PIC X(64) VALUE
          "CADALIQ.DAT".
       01 W-ARQ-CADALRAC PIC X(64) VALUE
          "CADALRAC.DAT".
       01 W-ARQ-CADASSIN PIC X(64) VALUE
          "CADASSIN.DAT".
       01 W-ARQ-CADAUSEN PIC X(64) VALUE
          "CADAUSEN.DAT".
       01 W-ARQ-CADBOLPA PIC X(64) VALUE
          "CADBOLPA.DAT".
       01 W-ARQ-CADCAIXA PIC X(64) VALUE
          "CADCAIXA.DAT".
       01 W-ARQ-CADCAPAC PIC X(64) VALUE
          "CADCAPAC.DAT".
       01 W-ARQ-CADCEP PIC X(64) VALUE
          "CADCEP.DAT".
       01 W-ARQ-CADCID PIC X(64) VALUE
          "CADCID.DAT".
       01 W-ARQ-CADCOBER PIC X(64) VALUE
          "CADCOBER.DAT".
       01 W-ARQ-CADCOBPA PIC X(64) VALUE
          "CADCOBPA.DAT".
       01 W-ARQ-CADCOLET PIC X(64) VALUE
          "CADCOLET.DAT".
       01 W-ARQ-CADCONOC PIC X(64) VALUE
          "CADCONOC.DAT".
       01 W-ARQ-CADCONSE PIC X(64) VALUE
          "CADCONSE.DAT".
       01 W-ARQ-CADCONSU PIC X(64) VALUE
          "CADCONSU.DAT".
       01 W-ARQ-CADCONTA PIC X(64) VALUE
          "CADCONTA.DAT".
       01 W-ARQ-CADCONV PIC X(64) VALUE
          "CADCONV.DAT".
       01 W-ARQ-CADCRED PIC X(64) VALUE
          "CADCRED.DAT".
       01 W-ARQ-CADCTLRG PIC X(64) VALUE
          "CADCTLRG.DAT".
       01 W-ARQ-CADCXCAR PIC X(64) VALUE
          "CADCXCAR.DAT".
       01 W-ARQ-CADDECIR PIC X(64) VALUE
          "CADDECIR.DAT".
       01 W-ARQ-CADDOCMD PIC X(64) VALUE
          "CADDOCMD.DAT".
       01 W-ARQ-CADDOCPA PIC X(64) VALUE
          "CADDOCPA.DAT".
       01 W-ARQ-CADDPCV PIC X(64) VALUE
          "CADDPCV.DAT".
       01 W-ARQ-CADEMPR PIC X(64) VALUE
          "CADEMPR.DAT".
       01 W-ARQ-CADENCAM PIC X(64) VALUE
          "CADENCAM.DAT".
       01 W-ARQ-CADEQUIP PIC X(64) VALUE
          "CADEQUIP.DAT".
       01 W-ARQ-CADESP PIC X(64) VALUE
          "CADESP.DAT".
       01 W-ARQ-CADESPERA PIC X(64) VALUE
          "CADESPERA.DAT".
       01 W-ARQ-CADESTOR PIC X(64) VALUE
          "CADESTOR.DAT".
       01 W-ARQ-CADESTUN PIC X(64) VALUE
          "CADESTUN.DAT".
       01 W-ARQ-CADEVADV PIC X(64) VALUE
          "CADEVADV.DAT".
       01 W-ARQ-CADEVOL PIC X(64) VALUE
          "CADEVOL.DAT".
       01 W-ARQ-CADEXAME PIC X(64) VALUE
          "CADEXAME.DAT".
       01 W-ARQ-CADFATEM PIC X(64) VALUE
          "CADFATEM.DAT".
       01 W-ARQ-CADFATUR PIC X(64) VALUE
          "CADFATUR.DAT".
       01 W-ARQ-CADFECHA PIC X(64) VALUE
          "CADFECHA.DAT".
       01 W-ARQ-CADFERIA PIC X(64) VALUE
          "CADFERIA.DAT".
       01 W-ARQ-CADFORN PIC X(64) VALUE
          "CADFORN.DAT".
       01 W-ARQ-CADGELAD PIC X(64) VALUE
          "CADGELAD.DAT".
       01 W-ARQ-CADGEN PIC X(64) VALUE
          "CADGEN.DAT".
       01 W-ARQ-CADGESTA PIC X(64) VALUE
          "CADGESTA.DAT".
       01 W-ARQ-CADGRUPO PIC X(64) VALUE
          "CADGRUPO.DAT".
       01 W-ARQ-CADINSGR PIC X(64) VALUE
          "CADINSGR.DAT".
       01 W-ARQ-CADINTER PIC X(64) VALUE
          "CADINTER.DAT".
       01 W-ARQ-CADINVEN PIC X(64) VALUE
          "CADINVEN.DAT".
       01 W-ARQ-CADINVIT PIC X(64) VALUE
          "CADINVIT.DAT".
       01 W-ARQ-CADITEM PIC X(64) VALUE
          "CADITEM.DAT".
       01 W-ARQ-CADITREP PIC X(64) VALUE
          "CADITREP.DAT".
       01 W-ARQ-CADLIBRE PIC X(64) VALUE
          "CADLIBRE.DAT".
       01 W-ARQ-CADLOTES PIC X(64) VALUE
          "CADLOTES.DAT".
       01 W-ARQ-CADLOTGE PIC X(64) VALUE
          "CADLOTGE.DAT".
       01 W-ARQ-CADMANUT PIC X(64) VALUE
          "CADMANUT.DAT".
       01 W-ARQ-CADMAPCT PIC X(64) VALUE
          "CADMAPCT.DAT".
       01 W-ARQ-CADMASC PIC X(64) VALUE
          "CADMASC.DAT".
       01 W-ARQ-CADMED PIC X(64) VALUE
          "CADMED.DAT".
       01 W-ARQ-CADMEDIC PIC X(64) VALUE
          "CADMEDIC.DAT".
       01 W-ARQ-CADMOTCA PIC X(64) VALUE
          "CADMOTCA.DAT".
       01 W-ARQ-CADMOVES PIC X(64) VALUE
          "CADMOVES.DAT".
       01 W-ARQ-CADNFFOR PIC X(64) VALUE
          "CADNFFOR.DAT".
       01 W-ARQ-CADOPACE PIC X(64) VALUE
          "CADOPACE.DAT".
       01 W-ARQ-CADOPER PIC X(64) VALUE
          "CADOPER.DAT".
       01 W-ARQ-CADORCAM PIC X(64) VALUE
          "CADORCAM.DAT".
       01 W-ARQ-CADOVBK PIC X(64) VALUE
          "CADOVBK.DAT".
       01 W-ARQ-CADOVERB PIC X(64) VALUE
          "CADOVERB.DAT".
       01 W-ARQ-CADPACEM PIC X(64) VALUE
          "CADPACEM.DAT".
       01 W-ARQ-CADPACI PIC X(64) VALUE
          "CADPACI.DAT".
       01 W-ARQ-CADPACOT PIC X(64) VALUE
          "CADPACOT.DAT".
       01 W-ARQ-CADPAGAR PIC X(64) VALUE
          "CADPAGAR.DAT".
       01 W-ARQ-CADPAGTO PIC X(64) VALUE
          "CADPAGTO.DAT".
       01 W-ARQ-CADPARAM PIC X(64) VALUE
          "CADPARAM.DAT".
       01 W-ARQ-CADPARCE PIC X(64) VALUE
          "CADPARCE.DAT".
       01 W-ARQ-CADPEDCO PIC X(64) VALUE
          "CADPEDCO.DAT".
       01 W-ARQ-CADPEDIT PIC X(64) VALUE
          "CADPEDIT.DAT".
       01 W-ARQ-CADPERM PIC X(64) VALUE
          "CADPERM.DAT".
       01 W-ARQ-CADPESQ PIC X(64) VALUE
          "CADPESQ.DAT".
       01 W-ARQ-CADPLANO PIC X(64) VALUE
          "CADPLANO.DAT".
       01 W-ARQ-CADPNEX PIC X(64) VALUE
          "CADPNEX.DAT".
       01 W-ARQ-CADPRECO PIC X(64) VALUE
          "CADPRECO.DAT".
       01 W-ARQ-CADPREFA PIC X(64) VALUE
          "CADPREFA.DAT".
       01 W-ARQ-CADPROC PIC X(64) VALUE
          "CADPROC.DAT".
       01 W-ARQ-CADQUEST PIC X(64) VALUE
          "CADQUEST.DAT".
       01 W-ARQ-CADRECEI PIC X(64) VALUE
          "CADRECEI.DAT".
       01 W-ARQ-CADRECLA PIC X(64) VALUE
          "CADRECLA.DAT".
       01 W-ARQ-CADRELCA PIC X(64) VALUE
          "CADRELCA.DAT".
       01 W-ARQ-CADRENOV PIC X(64) VALUE
          "CADRENOV.DAT".
       01 W-ARQ-CADREPPG PIC X(64) VALUE
          "CADREPPG.DAT".
       01 W-ARQ-CADREPRE PIC X(64) VALUE
          "CADREPRE.DAT".
       01 W-ARQ-CADRESPQ PIC X(64) VALUE
          "CADRESPQ.DAT".
       01 W-ARQ-CADRESTR PIC X(64) VALUE
          "CADRESTR.DAT".
       01 W-ARQ-CADRETFA PIC X(64) VALUE
          "CADRETFA.DAT".
       01 W-ARQ-CADRETMV PIC X(64) VALUE
          "CADRETMV.DAT".
       01 W-ARQ-CADSALA PIC X(64) VALUE
          "CADSALA.DAT".
       01 W-ARQ-CADSESSO PIC X(64) VALUE
          "CADSESSO.DAT".
       01 W-ARQ-CADSUSPR PIC X(64) VALUE
          "CADSUSPR.DAT".
       01 W-ARQ-CADTELE PIC X(64) VALUE
          "CADTELE.DAT".
       01 W-ARQ-CADTEMPG PIC X(64) VALUE
          "CADTEMPG.DAT".
       01 W-ARQ-CADTPIMP PIC X(64) VALUE
          "CADTPIMP.DAT".
       01 W-ARQ-CADTRANS PIC X(64) VALUE
          "CADTRANS.DAT".
       01 W-ARQ-CADTURNO PIC X(64) VALUE
          "CADTURNO.DAT".
       01 W-ARQ-CADUNID PIC X(64) VALUE
          "CADUNID.DAT".
       01 W-ARQ-CADUSOPK PIC X(64) VALUE
          "CADUSOPK.DAT".
       01 W-ARQ-CADVACIN PIC X(64) VALUE
          "CADVACIN.DAT".
       01 W-ARQ-CADVACSC PIC X(64) VALUE
          "CADVACSC.DAT".
       01 W-ARQ-CADVACTX PIC X(64) VALUE
          "CADVACTX.DAT".
       01 W-ARQ-CADVISDO PIC X(64) VALUE
          "CADVISDO.DAT".
       01 W-ARQ-CADVITAL PIC X(64) VALUE
          "CADVITAL.DAT".
       01 W-ARQ-CADXMED PIC X(64) VALUE
          "CADXMED.DAT".
       01 W-ARQ-NOCSTAT PIC X(64) VALUE
          "NOCSTAT.TXT".
       01 W-ARQ-CAPACTX PIC X(64) VALUE
          "CAPACTX.TXT".
       01 W-CONT      PIC 9(04) VALUE ZEROS.
       77 W-CONT2     PIC 9(06) VALUE ZEROS.
       01 W-OPCAO     PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT       PIC 9(02) VALUE ZEROS.
       01 MENS        PIC X(50) VALUE SPACES.
       01 LIMPA       PIC X(55) VALUE SPACES.
       01 WS-SEQFILE  PIC X(64) VALUE SPACES.
       01 W-BATCH     PIC 9(01) VALUE ZEROS.
       01 W-HOJEB     PIC 9(08) VALUE ZEROS.
       01 W-PROGCAT   PIC X(07) VALUE SPACES.
       01 W-ARQCAT    PIC X(12) VALUE SPACES.
       01 W-PARMCAT   PIC X(20) VALUE SPACES.
       01 W-HOJE-N    PIC 9(08) VALUE ZEROS.
       01 W-HORA      PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
          03 W-HORAHH PIC 9(02).
          03 W-HORAMI PIC 9(02).
          03 W-HORASS PIC 9(02).
          03 W-HORACC PIC 9(02).
      ***** PARAMETROS (CADPARAM) ***********************************
      ***** W-LIMARQ  : LIMITE DE CADA ARQUIVO EM MB (CAPLIMARQ)
      ***** W-LIMDISCO: ESPACO DO DISCO PARA A BASE EM MB (CAPDISCO,
      *****             ZERO = NAO CONTROLADO)
      ***** W-DIASAV  : AVISA QUANDO O LIMITE E PREVISTO EM ATE
      *****             ESTES DIAS (CAPAVISO)
      ***** W-JANELA  : DIAS DO HISTORICO USADOS NO CRESCIMENTO
      *****             (CAPJANELA); MEDICOES DE MENOS DE W-MINDIAS
      *****             ATRAS NAO SERVEM DE BASE
       01 W-LIMARQ    PIC 9(06) VALUE 1024.
       01 W-LIMDISCO  PIC 9(06) VALUE ZEROS.
       01 W-DIASAV    PIC 9(04) VALUE 90.
       01 W-JANELA    PIC 9(04) VALUE 180.
       01 W-MINDIAS   PIC 9(02) VALUE 7.
      ***** ARQUIVO EM MEDICAO **************************************
       01 W-NOMEARQ   PIC X(20) VALUE SPACES.
       01 W-TIPOARQ   PIC X(01) VALUE SPACES.
       01 W-EXISTE    PIC 9(01) VALUE ZEROS.
       01 W-QTDREG    PIC 9(09) VALUE ZEROS.
       01 W-TAMREG    PIC 9(05) VALUE ZEROS.
      ***** MEDICOES DA EXECUCAO ************************************
       01 W-NMED      PIC 9(03) VALUE ZEROS.
       01 W-I         PIC 9(03) VALUE ZEROS.
       01 TABMED.
          03 TBM OCCURS 130 TIMES.
             05 TBM-NOME   PIC X(20).
             05 TBM-TIPO   PIC X(01).
             05 TBM-EXISTE PIC 9(01).
             05 TBM-QTD    PIC 9(09).
             05 TBM-TAM    PIC 9(05).
             05 TBM-BYTES  PIC 9(13).
      ***** SEQUENCIAIS QUE CRESCEM (GRAVADOS EM EXTEND) E O *******
      ***** TAMANHO DO REGISTRO DE QUEM GRAVA ***********************
       01 TABSEQ-R.
          03 FILLER PIC X(25) VALUE "AUDITTX.TXT         00100".
          03 FILLER PIC X(25) VALUE "ACESSOTX.TXT        00049".
          03 FILLER PIC X(25) VALUE "CONTATTX.TXT        00115".
          03 FILLER PIC X(25) VALUE "NOTURNTX.TXT        00080".
          03 FILLER PIC X(25) VALUE "CADCONSU-HIST.TXT   00271".
          03 FILLER PIC X(25) VALUE "CADMEDTX.TXT        00150".
       01 TABSEQ REDEFINES TABSEQ-R.
          03 TBS OCCURS 6 TIMES.
             05 TBS-NOME  PIC X(20).
             05 TBS-TAM   PIC 9(05).
       01 W-NSEQ      PIC 9(02) VALUE 6.
       01 W-IS        PIC 9(02) VALUE ZEROS.
      ***** CRESCIMENTO E PREVISAO **********************************
       01 W-QTDATU    PIC 9(09) VALUE ZEROS.
       01 W-BYTES     PIC 9(13) VALUE ZEROS.
       01 W-KB        PIC 9(10) VALUE ZEROS.
       01 W-LIMBY     PIC 9(13) VALUE ZEROS.
       01 W-TEMREF    PIC 9(01) VALUE ZEROS.
       01 W-REFQTD    PIC 9(09) VALUE ZEROS.
       01 W-REFBY     PIC 9(13) VALUE ZEROS.
       01 W-DIASREF   PIC 9(05) VALUE ZEROS.
       01 W-SERHOJE   PIC 9(08) VALUE ZEROS.
       01 W-CORTE     PIC 9(08) VALUE ZEROS.
       01 W-CRESREG   PIC S9(09) VALUE ZEROS.
       01 W-PCTCALC   PIC S9(09)V9 VALUE ZEROS.
       01 W-DIASLIM   PIC 9(13) VALUE ZEROS.
       01 W-AVISO     PIC 9(01) VALUE ZEROS.
       01 W-PREVISAO  PIC X(10) VALUE SPACES.
       01 W-RECOM     PIC X(38) VALUE SPACES.
       01 W-TOTQTD    PIC 9(09) VALUE ZEROS.
       01 W-TOTBY     PIC 9(13) VALUE ZEROS.
       01 W-QTDMED    PIC 9(03) VALUE ZEROS.
       01 W-QTDNAO    PIC 9(03) VALUE ZEROS.
       01 W-QTDAV     PIC 9(03) VALUE ZEROS.
       01 W-QTDREC    PIC 9(03) VALUE ZEROS.
      ***** DATA PREVISTA = HOJE + W-PRDIAS *************************
       01 W-PRDATA    PIC 9(08) VALUE ZEROS.
       01 W-PRDATA-R REDEFINES W-PRDATA.
          03 W-PRANO  PIC 9(04).
          03 W-PRMES  PIC 9(02).
          03 W-PRDIA  PIC 9(02).
       01 W-PRDIAS    PIC 9(13) VALUE ZEROS.
       01 W-DIAMES    PIC 9(02) VALUE ZEROS.
       01 W-RESTA     PIC 9(02) VALUE ZEROS.
       01 TABDMES-R.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDMES REDEFINES TABDMES-R.
          03 W-DMES   PIC 9(02) OCCURS 12 TIMES.
       01 W-DSDIA     PIC 9(02) VALUE ZEROS.
       01 W-DSMES     PIC 9(02) VALUE ZEROS.
       01 W-DSANO     PIC 9(04) VALUE ZEROS.
       01 W-DSANT     PIC 9(04) VALUE ZEROS.
       01 W-DSSER     PIC 9(08) VALUE ZEROS.
       01 W-DST1      PIC 9(04) VALUE ZEROS.
       01 W-DST2      PIC 9(04) VALUE ZEROS.
       01 TABCUMD-R.
          03 FILLER PIC X(18) VALUE "000031059090120151".
          03 FILLER PIC X(18) VALUE "181212243273304334".
       01 TABCUMD REDEFINES TABCUMD-R.
          03 W-CUMD     PIC 9(03) OCCURS 12 TIMES.
      ***** LINHA DA LISTAGEM ***************************************
       01 W-LINHA     PIC X(132) VALUE SPACES.
       01 W-EDQTD     PIC ZZZ.ZZZ.ZZ9.
       01 W-EDTAM     PIC ZZZZ9.
       01 W-EDKB      PIC Z.ZZZ.ZZZ.ZZ9.
       01 W-EDCRES    PIC -ZZZ.ZZZ.ZZ9.
       01 W-EDPCT     PIC -ZZ9,9.
       01 W-DATAE.
          03 W-DATAE-DD PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-DATAE-MM PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-DATAE-AA PIC 9(04).
       01 W-HORAE.
          03 W-HORAE-HH PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HORAE-MM PIC 9(02).
       01 W-AMD       PIC 9(08) VALUE ZEROS.
       01 W-AMD-R REDEFINES W-AMD.
          03 W-AMDANO PIC 9(04).
          03 W-AMDMES PIC 9(02).
          03 W-AMDDIA PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACAP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 21  PIC X(40) FROM W-TREINO HIGHLIGHT.
           05  LINE 04  COLUMN 01
               VALUE  "  *** CAPACIDADE DOS ARQUIVOS DE DADOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "  LIMITE POR ARQUIVO (MB)        : ".
           05  LINE 07  COLUMN 01
               VALUE  "  LIMITE DO DISCO (MB, 0=NENHUM) : ".
           05  LINE 08  COLUMN 01
               VALUE  "  AVISO COM ANTECEDENCIA (DIAS)  : ".
           05  LINE 09  COLUMN 01
               VALUE  "  JANELA DO CRESCIMENTO (DIAS)   : ".
           05  LINE 11  COLUMN 01
               VALUE  "  PARAMETROS NO CADPARAM: CAPLIMARQ, CAPDISC".
           05  LINE 11  COLUMN 45
               VALUE  "O, CAPAVISO E CAPJANELA".
           05  LINE 12  COLUMN 01
               VALUE  "  A MEDICAO DE HOJE FICA NO HISTORICO (CADCA".
           05  LINE 12  COLUMN 45
               VALUE  "PAC)".
           05  LINE 14  COLUMN 01
               VALUE  "  CONFIRMA A MEDICAO (S/N) : ".
           05  TW-LIMARQ
               LINE 06  COLUMN 37  PIC ZZZZZ9
               FROM   W-LIMARQ.
           05  TW-LIMDISCO
               LINE 07  COLUMN 37  PIC ZZZZZ9
               FROM   W-LIMDISCO.
           05  TW-DIASAV
               LINE 08  COLUMN 37  PIC ZZZ9
               FROM   W-DIASAV.
           05  TW-JANELA
               LINE 09  COLUMN 37  PIC ZZZ9
               FROM   W-JANELA.
           05  TW-OPCAO
               LINE 14  COLUMN 30  PIC X(01)
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
           ACCEPT W-HOJE-N FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           PERFORM CHK-BATCH THRU CHK-BATCH-FIM
           IF W-BATCH = 1
              GO TO INC-OP0.
           DISPLAY TELACAP.

       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO RotinaFim2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** MEDICAO CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO INC-OPC.

      ***** CONTA OS REGISTROS DE CADA ARQUIVO (SO LEITURA) *********
       INC-OP0.
           IF W-BATCH = 0
              DISPLAY (16, 01) "*** MEDINDO OS ARQUIVOS, AGUARDE ***".
           MOVE ZEROS TO W-NMED W-QTDMED W-QTDNAO W-QTDAV W-QTDREC
                         W-TOTQTD W-TOTBY
           PERFORM CONTA-ADEND THRU CONTA-ADEND-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-AFAST THRU CONTA-AFAST-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-AGMED THRU CONTA-AGMED-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ALERG THRU CONTA-ALERG-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ALIQ THRU CONTA-ALIQ-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ALRAC THRU CONTA-ALRAC-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ASSIN THRU CONTA-ASSIN-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-AUSEN THRU CONTA-AUSEN-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-BOLPA THRU CONTA-BOLPA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CAIXA THRU CONTA-CAIXA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CAPAC THRU CONTA-CAPAC-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CEP THRU CONTA-CEP-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CID THRU CONTA-CID-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-COBER THRU CONTA-COBER-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-COBPA THRU CONTA-COBPA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-COLET THRU CONTA-COLET-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CONOC THRU CONTA-CONOC-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CONSE THRU CONTA-CONSE-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CONSU THRU CONTA-CONSU-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CONTA THRU CONTA-CONTA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CONV THRU CONTA-CONV-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CRED THRU CONTA-CRED-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CTLRG THRU CONTA-CTLRG-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-CXCAR THRU CONTA-CXCAR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-DECIR THRU CONTA-DECIR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-DOCMD THRU CONTA-DOCMD-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-DOCPA THRU CONTA-DOCPA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-DPCV THRU CONTA-DPCV-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-EMPR THRU CONTA-EMPR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ENCAM THRU CONTA-ENCAM-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-EQUIP THRU CONTA-EQUIP-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ESP THRU CONTA-ESP-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ESPERA THRU CONTA-ESPERA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ESTOR THRU CONTA-ESTOR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ESTUN THRU CONTA-ESTUN-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-EVADV THRU CONTA-EVADV-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-EVOL THRU CONTA-EVOL-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-EXAME THRU CONTA-EXAME-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-FATEM THRU CONTA-FATEM-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-FATUR THRU CONTA-FATUR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-FECHA THRU CONTA-FECHA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-FERIA THRU CONTA-FERIA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-FORN THRU CONTA-FORN-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-GELAD THRU CONTA-GELAD-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-GEN THRU CONTA-GEN-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-GESTA THRU CONTA-GESTA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-GRUPO THRU CONTA-GRUPO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-INSGR THRU CONTA-INSGR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-INTER THRU CONTA-INTER-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-INVEN THRU CONTA-INVEN-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-INVIT THRU CONTA-INVIT-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ITEM THRU CONTA-ITEM-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ITREP THRU CONTA-ITREP-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-LIBRE THRU CONTA-LIBRE-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-LOTES THRU CONTA-LOTES-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-LOTGE THRU CONTA-LOTGE-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-MANUT THRU CONTA-MANUT-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-MAPCT THRU CONTA-MAPCT-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-MASC THRU CONTA-MASC-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-MED THRU CONTA-MED-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-MEDIC THRU CONTA-MEDIC-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-MOTCA THRU CONTA-MOTCA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-MOVES THRU CONTA-MOVES-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-NFFOR THRU CONTA-NFFOR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-OPACE THRU CONTA-OPACE-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-OPER THRU CONTA-OPER-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-ORCAM THRU CONTA-ORCAM-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-OVBK THRU CONTA-OVBK-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-OVERB THRU CONTA-OVERB-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PACEM THRU CONTA-PACEM-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PACI THRU CONTA-PACI-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PACOT THRU CONTA-PACOT-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PAGAR THRU CONTA-PAGAR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PAGTO THRU CONTA-PAGTO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PARAM THRU CONTA-PARAM-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PARCE THRU CONTA-PARCE-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PEDCO THRU CONTA-PEDCO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PEDIT THRU CONTA-PEDIT-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PERM THRU CONTA-PERM-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PESQ THRU CONTA-PESQ-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PLANO THRU CONTA-PLANO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PNEX THRU CONTA-PNEX-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PRECO THRU CONTA-PRECO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PREFA THRU CONTA-PREFA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-PROC THRU CONTA-PROC-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-QUEST THRU CONTA-QUEST-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RECEI THRU CONTA-RECEI-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RECLA THRU CONTA-RECLA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RELCA THRU CONTA-RELCA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RENOV THRU CONTA-RENOV-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-REPPG THRU CONTA-REPPG-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-REPRE THRU CONTA-REPRE-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RESPQ THRU CONTA-RESPQ-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RESTR THRU CONTA-RESTR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RETFA THRU CONTA-RETFA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-RETMV THRU CONTA-RETMV-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-SALA THRU CONTA-SALA-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-SESSO THRU CONTA-SESSO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-SUSPR THRU CONTA-SUSPR-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-TELE THRU CONTA-TELE-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-TEMPG THRU CONTA-TEMPG-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-TPIMP THRU CONTA-TPIMP-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-TRANS THRU CONTA-TRANS-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-TURNO THRU CONTA-TURNO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-UNID THRU CONTA-UNID-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-USOPK THRU CONTA-USOPK-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-VACIN THRU CONTA-VACIN-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-VACSC THRU CONTA-VACSC-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-VACTX THRU CONTA-VACTX-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-VISDO THRU CONTA-VISDO-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-VITAL THRU CONTA-VITAL-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           PERFORM CONTA-XMED THRU CONTA-XMED-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           MOVE 1 TO W-IS.
       INC-SEQ.
           PERFORM CONTA-SEQ THRU CONTA-SEQ-FIM
           PERFORM GUARDA-MED THRU GUARDA-MED-FIM
           IF W-IS < W-NSEQ
              ADD 1 TO W-IS
              GO TO INC-SEQ.

      ***** COMPARA COM O HISTORICO E GRAVA A MEDICAO DE HOJE *******
       INC-HIST.
           OPEN I-O CADCAPAC
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT CADCAPAC
              CLOSE CADCAPAC
              OPEN I-O CADCAPAC.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAPAC" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim2.
           OPEN OUTPUT CAPACTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CAPACTX" TO MENS
              PERFORM RMensa THRU RMensa-FIM
              GO TO RotinaFim.
           MOVE W-HOJE-N TO W-AMD
           MOVE W-AMDDIA TO W-DSDIA
           MOVE W-AMDMES TO W-DSMES
           MOVE W-AMDANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-DSSER TO W-SERHOJE
           COMPUTE W-CORTE = W-SERHOJE - W-JANELA
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE 1 TO W-I.
       INC-ARQ.
           IF W-I > W-NMED
              GO TO INC-TOTAL.
           PERFORM AVALIA-ARQ THRU AVALIA-ARQ-FIM
           ADD 1 TO W-I
           GO TO INC-ARQ.

       INC-TOTAL.
           MOVE SPACES TO REGCAPACTX
           WRITE REGCAPACTX
           PERFORM AVALIA-TOTAL THRU AVALIA-TOTAL-FIM
           PERFORM RODAPE THRU RODAPE-FIM
           CLOSE CAPACTX
           MOVE "SMPRCAP" TO W-PROGCAT
           MOVE "CAPACTX.TXT" TO W-ARQCAT
           MOVE SPACES TO W-PARMCAT
           STRING "MEDICAO " W-HOJE-N
                  DELIMITED BY SIZE INTO W-PARMCAT
           CALL "SMPWCAT" USING W-PROGCAT W-ARQCAT W-PARMCAT
              ON OVERFLOW
              MOVE "*** CATALOGO DE RELATORIOS INDISPONIVEL ***"
                                                             TO MENS
              PERFORM RMensa THRU RMensa-FIM.
           CANCEL "SMPWCAT"
           IF W-BATCH = 1
              PERFORM GRAVA-STAT THRU GRAVA-STAT-FIM
              GO TO RotinaFim.
           IF W-QTDAV > 0
              MOVE SPACES TO MENS
              STRING "*** " W-QTDAV " ARQUIVO(S) PERTO DO LIMITE - "
                     "VER CAPACTX ***"
                     DELIMITED BY SIZE INTO MENS
           ELSE
              MOVE "*** CAPACIDADE GRAVADA EM CAPACTX.TXT ***" TO MENS.
           PERFORM RMensa THRU RMensa-FIM.

      ****** ROTINA FIM ******************
       RotinaFim.
           CLOSE CADCAPAC.
       RotinaFim2.
           EXIT PROGRAM.

      ***** GUARDA A MEDICAO DO ARQUIVO NA TABELA DA EXECUCAO *******
       GUARDA-MED.
           IF W-NMED NOT < 130
              GO TO GUARDA-MED-FIM.
           ADD 1 TO W-NMED
           MOVE W-NOMEARQ TO TBM-NOME (W-NMED)
           MOVE W-TIPOARQ TO TBM-TIPO (W-NMED)
           MOVE W-EXISTE  TO TBM-EXISTE (W-NMED)
           MOVE W-QTDREG  TO TBM-QTD (W-NMED)
           MOVE W-TAMREG  TO TBM-TAM (W-NMED)
           COMPUTE TBM-BYTES (W-NMED) = W-QTDREG * W-TAMREG.
       GUARDA-MED-FIM.
           EXIT.

      ***** CONTA AS LINHAS DE UM SEQUENCIAL; O TAMANHO SOMA O FIM **
      ***** DE LINHA AO REGISTRO DE QUEM GRAVA **********************
       CONTA-SEQ.
           MOVE TBS-NOME (W-IS) TO W-NOMEARQ
           MOVE "S" TO W-TIPOARQ
           COMPUTE W-TAMREG = TBS-TAM (W-IS) + 1
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           MOVE SPACES TO WS-SEQFILE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  TBS-NOME (W-IS) DELIMITED BY SPACE
             INTO WS-SEQFILE
           OPEN INPUT SEQCAP
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SEQ-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-SEQ-LER.
           READ SEQCAP
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE SEQCAP
              GO TO CONTA-SEQ-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-SEQ-LER.
       CONTA-SEQ-FIM.
           EXIT.

      ***** CADADEND (106 BYTES POR REGISTRO)
       CONTA-ADEND.
           MOVE "CADADEND.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 106 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADADEND
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ADEND-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ADEND-LER.
           READ CADADEND NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADADEND
              GO TO CONTA-ADEND-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ADEND-LER.
       CONTA-ADEND-FIM.
           EXIT.

      ***** CADAFAST (55 BYTES POR REGISTRO)
       CONTA-AFAST.
           MOVE "CADAFAST.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 55 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADAFAST
           IF ST-ERRO NOT = "00"
              GO TO CONTA-AFAST-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-AFAST-LER.
           READ CADAFAST NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADAFAST
              GO TO CONTA-AFAST-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-AFAST-LER.
       CONTA-AFAST-FIM.
           EXIT.

      ***** CADAGMED (19 BYTES POR REGISTRO)
       CONTA-AGMED.
           MOVE "CADAGMED.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 19 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADAGMED
           IF ST-ERRO NOT = "00"
              GO TO CONTA-AGMED-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-AGMED-LER.
           READ CADAGMED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADAGMED
              GO TO CONTA-AGMED-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-AGMED-LER.
       CONTA-AGMED-FIM.
           EXIT.

      ***** CADALERG (68 BYTES POR REGISTRO)
       CONTA-ALERG.
           MOVE "CADALERG.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 68 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ALERG-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ALERG-LER.
           READ CADALERG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADALERG
              GO TO CONTA-ALERG-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ALERG-LER.
       CONTA-ALERG-FIM.
           EXIT.

      ***** CADALIQ (37 BYTES POR REGISTRO)
       CONTA-ALIQ.
           MOVE "CADALIQ.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 37 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADALIQ
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ALIQ-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ALIQ-LER.
           READ CADALIQ NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADALIQ
              GO TO CONTA-ALIQ-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ALIQ-LER.
       CONTA-ALIQ-FIM.
           EXIT.

      ***** CADALRAC (161 BYTES POR REGISTRO)
       CONTA-ALRAC.
           MOVE "CADALRAC.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 161 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADALRAC
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ALRAC-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ALRAC-LER.
           READ CADALRAC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADALRAC
              GO TO CONTA-ALRAC-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ALRAC-LER.
       CONTA-ALRAC-FIM.
           EXIT.

      ***** CADASSIN (43 BYTES POR REGISTRO)
       CONTA-ASSIN.
           MOVE "CADASSIN.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 43 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADASSIN
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ASSIN-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ASSIN-LER.
           READ CADASSIN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADASSIN
              GO TO CONTA-ASSIN-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ASSIN-LER.
       CONTA-ASSIN-FIM.
           EXIT.

      ***** CADAUSEN (24 BYTES POR REGISTRO)
       CONTA-AUSEN.
           MOVE "CADAUSEN.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 24 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
              GO TO CONTA-AUSEN-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-AUSEN-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADAUSEN
              GO TO CONTA-AUSEN-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-AUSEN-LER.
       CONTA-AUSEN-FIM.
           EXIT.

      ***** CADBOLPA (90 BYTES POR REGISTRO)
       CONTA-BOLPA.
           MOVE "CADBOLPA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 90 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADBOLPA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-BOLPA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-BOLPA-LER.
           READ CADBOLPA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADBOLPA
              GO TO CONTA-BOLPA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-BOLPA-LER.
       CONTA-BOLPA-FIM.
           EXIT.

      ***** CADCAIXA (41 BYTES POR REGISTRO)
       CONTA-CAIXA.
           MOVE "CADCAIXA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 41 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CAIXA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CAIXA-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCAIXA
              GO TO CONTA-CAIXA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CAIXA-LER.
       CONTA-CAIXA-FIM.
           EXIT.

      ***** CADCAPAC (62 BYTES POR REGISTRO)
       CONTA-CAPAC.
           MOVE "CADCAPAC.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 62 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCAPAC
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CAPAC-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CAPAC-LER.
           READ CADCAPAC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCAPAC
              GO TO CONTA-CAPAC-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CAPAC-LER.
       CONTA-CAPAC-FIM.
           EXIT.

      ***** CADCEP (80 BYTES POR REGISTRO)
       CONTA-CEP.
           MOVE "CADCEP.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 80 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CEP-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CEP-LER.
           READ CADCEP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCEP
              GO TO CONTA-CEP-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CEP-LER.
       CONTA-CEP-FIM.
           EXIT.

      ***** CADCID (37 BYTES POR REGISTRO)
       CONTA-CID.
           MOVE "CADCID.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 37 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CID-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CID-LER.
           READ CADCID NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCID
              GO TO CONTA-CID-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CID-LER.
       CONTA-CID-FIM.
           EXIT.

      ***** CADCOBER (7 BYTES POR REGISTRO)
       CONTA-COBER.
           MOVE "CADCOBER.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 7 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCOBER
           IF ST-ERRO NOT = "00"
              GO TO CONTA-COBER-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-COBER-LER.
           READ CADCOBER NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCOBER
              GO TO CONTA-COBER-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-COBER-LER.
       CONTA-COBER-FIM.
           EXIT.

      ***** CADCOBPA (85 BYTES POR REGISTRO)
       CONTA-COBPA.
           MOVE "CADCOBPA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 85 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCOBPA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-COBPA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-COBPA-LER.
           READ CADCOBPA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCOBPA
              GO TO CONTA-COBPA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-COBPA-LER.
       CONTA-COBPA-FIM.
           EXIT.

      ***** CADCOLET (59 BYTES POR REGISTRO)
       CONTA-COLET.
           MOVE "CADCOLET.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 59 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCOLET
           IF ST-ERRO NOT = "00"
              GO TO CONTA-COLET-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-COLET-LER.
           READ CADCOLET NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCOLET
              GO TO CONTA-COLET-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-COLET-LER.
       CONTA-COLET-FIM.
           EXIT.

      ***** CADCONOC (101 BYTES POR REGISTRO)
       CONTA-CONOC.
           MOVE "CADCONOC.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 101 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCONOC
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CONOC-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CONOC-LER.
           READ CADCONOC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONOC
              GO TO CONTA-CONOC-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CONOC-LER.
       CONTA-CONOC-FIM.
           EXIT.

      ***** CADCONSE (26 BYTES POR REGISTRO)
       CONTA-CONSE.
           MOVE "CADCONSE.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 26 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCONSE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CONSE-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CONSE-LER.
           READ CADCONSE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONSE
              GO TO CONTA-CONSE-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CONSE-LER.
       CONTA-CONSE-FIM.
           EXIT.

      ***** CADCONSU (285 BYTES POR REGISTRO)
       CONTA-CONSU.
           MOVE "CADCONSU.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 285 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCONSU
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CONSU-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CONSU-LER.
           READ CADCONSU NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONSU
              GO TO CONTA-CONSU-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CONSU-LER.
       CONTA-CONSU-FIM.
           EXIT.

      ***** CADCONTA (113 BYTES POR REGISTRO)
       CONTA-CONTA.
           MOVE "CADCONTA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 113 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCONTA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CONTA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CONTA-LER.
           READ CADCONTA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONTA
              GO TO CONTA-CONTA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CONTA-LER.
       CONTA-CONTA-FIM.
           EXIT.

      ***** CADCONV (83 BYTES POR REGISTRO)
       CONTA-CONV.
           MOVE "CADCONV.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 83 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CONV-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CONV-LER.
           READ CADCONV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCONV
              GO TO CONTA-CONV-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CONV-LER.
       CONTA-CONV-FIM.
           EXIT.

      ***** CADCRED (34 BYTES POR REGISTRO)
       CONTA-CRED.
           MOVE "CADCRED.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 34 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CRED-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CRED-LER.
           READ CADCRED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCRED
              GO TO CONTA-CRED-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CRED-LER.
       CONTA-CRED-FIM.
           EXIT.

      ***** CADCTLRG (67 BYTES POR REGISTRO)
       CONTA-CTLRG.
           MOVE "CADCTLRG.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 67 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCTLRG
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CTLRG-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CTLRG-LER.
           READ CADCTLRG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCTLRG
              GO TO CONTA-CTLRG-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CTLRG-LER.
       CONTA-CTLRG-FIM.
           EXIT.

      ***** CADCXCAR (87 BYTES POR REGISTRO)
       CONTA-CXCAR.
           MOVE "CADCXCAR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 87 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADCXCAR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-CXCAR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-CXCAR-LER.
           READ CADCXCAR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADCXCAR
              GO TO CONTA-CXCAR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-CXCAR-LER.
       CONTA-CXCAR-FIM.
           EXIT.

      ***** CADDECIR (39 BYTES POR REGISTRO)
       CONTA-DECIR.
           MOVE "CADDECIR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 39 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADDECIR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-DECIR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-DECIR-LER.
           READ CADDECIR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDECIR
              GO TO CONTA-DECIR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-DECIR-LER.
       CONTA-DECIR-FIM.
           EXIT.

      ***** CADDOCMD (70 BYTES POR REGISTRO)
       CONTA-DOCMD.
           MOVE "CADDOCMD.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 70 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADDOCMD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-DOCMD-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-DOCMD-LER.
           READ CADDOCMD NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDOCMD
              GO TO CONTA-DOCMD-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-DOCMD-LER.
       CONTA-DOCMD-FIM.
           EXIT.

      ***** CADDOCPA (126 BYTES POR REGISTRO)
       CONTA-DOCPA.
           MOVE "CADDOCPA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 126 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADDOCPA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-DOCPA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-DOCPA-LER.
           READ CADDOCPA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDOCPA
              GO TO CONTA-DOCPA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-DOCPA-LER.
       CONTA-DOCPA-FIM.
           EXIT.

      ***** CADDPCV (31 BYTES POR REGISTRO)
       CONTA-DPCV.
           MOVE "CADDPCV.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 31 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADDPCV
           IF ST-ERRO NOT = "00"
              GO TO CONTA-DPCV-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-DPCV-LER.
           READ CADDPCV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADDPCV
              GO TO CONTA-DPCV-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-DPCV-LER.
       CONTA-DPCV-FIM.
           EXIT.

      ***** CADEMPR (193 BYTES POR REGISTRO)
       CONTA-EMPR.
           MOVE "CADEMPR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 193 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-EMPR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-EMPR-LER.
           READ CADEMPR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEMPR
              GO TO CONTA-EMPR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-EMPR-LER.
       CONTA-EMPR-FIM.
           EXIT.

      ***** CADENCAM (38 BYTES POR REGISTRO)
       CONTA-ENCAM.
           MOVE "CADENCAM.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 38 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADENCAM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ENCAM-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ENCAM-LER.
           READ CADENCAM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADENCAM
              GO TO CONTA-ENCAM-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ENCAM-LER.
       CONTA-ENCAM-FIM.
           EXIT.

      ***** CADEQUIP (88 BYTES POR REGISTRO)
       CONTA-EQUIP.
           MOVE "CADEQUIP.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 88 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADEQUIP
           IF ST-ERRO NOT = "00"
              GO TO CONTA-EQUIP-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-EQUIP-LER.
           READ CADEQUIP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEQUIP
              GO TO CONTA-EQUIP-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-EQUIP-LER.
       CONTA-EQUIP-FIM.
           EXIT.

      ***** CADESP (18 BYTES POR REGISTRO)
       CONTA-ESP.
           MOVE "CADESP.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 18 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADESP
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ESP-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ESP-LER.
           READ CADESP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESP
              GO TO CONTA-ESP-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ESP-LER.
       CONTA-ESP-FIM.
           EXIT.

      ***** CADESPERA (93 BYTES POR REGISTRO)
       CONTA-ESPERA.
           MOVE "CADESPERA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 93 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADESPERA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ESPERA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ESPERA-LER.
           READ CADESPERA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESPERA
              GO TO CONTA-ESPERA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ESPERA-LER.
       CONTA-ESPERA-FIM.
           EXIT.

      ***** CADESTOR (104 BYTES POR REGISTRO)
       CONTA-ESTOR.
           MOVE "CADESTOR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 104 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADESTOR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ESTOR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ESTOR-LER.
           READ CADESTOR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESTOR
              GO TO CONTA-ESTOR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ESTOR-LER.
       CONTA-ESTOR-FIM.
           EXIT.

      ***** CADESTUN (12 BYTES POR REGISTRO)
       CONTA-ESTUN.
           MOVE "CADESTUN.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 12 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADESTUN
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ESTUN-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ESTUN-LER.
           READ CADESTUN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADESTUN
              GO TO CONTA-ESTUN-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ESTUN-LER.
       CONTA-ESTUN-FIM.
           EXIT.

      ***** CADEVADV (150 BYTES POR REGISTRO)
       CONTA-EVADV.
           MOVE "CADEVADV.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 150 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADEVADV
           IF ST-ERRO NOT = "00"
              GO TO CONTA-EVADV-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-EVADV-LER.
           READ CADEVADV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEVADV
              GO TO CONTA-EVADV-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-EVADV-LER.
       CONTA-EVADV-FIM.
           EXIT.

      ***** CADEVOL (102 BYTES POR REGISTRO)
       CONTA-EVOL.
           MOVE "CADEVOL.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 102 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADEVOL
           IF ST-ERRO NOT = "00"
              GO TO CONTA-EVOL-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-EVOL-LER.
           READ CADEVOL NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEVOL
              GO TO CONTA-EVOL-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-EVOL-LER.
       CONTA-EVOL-FIM.
           EXIT.

      ***** CADEXAME (132 BYTES POR REGISTRO)
       CONTA-EXAME.
           MOVE "CADEXAME.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 132 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              GO TO CONTA-EXAME-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-EXAME-LER.
           READ CADEXAME NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADEXAME
              GO TO CONTA-EXAME-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-EXAME-LER.
       CONTA-EXAME-FIM.
           EXIT.

      ***** CADFATEM (64 BYTES POR REGISTRO)
       CONTA-FATEM.
           MOVE "CADFATEM.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 64 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADFATEM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FATEM-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-FATEM-LER.
           READ CADFATEM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFATEM
              GO TO CONTA-FATEM-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-FATEM-LER.
       CONTA-FATEM-FIM.
           EXIT.

      ***** CADFATUR (67 BYTES POR REGISTRO)
       CONTA-FATUR.
           MOVE "CADFATUR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 67 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADFATUR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FATUR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-FATUR-LER.
           READ CADFATUR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFATUR
              GO TO CONTA-FATUR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-FATUR-LER.
       CONTA-FATUR-FIM.
           EXIT.

      ***** CADFECHA (19 BYTES POR REGISTRO)
       CONTA-FECHA.
           MOVE "CADFECHA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 19 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADFECHA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FECHA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-FECHA-LER.
           READ CADFECHA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFECHA
              GO TO CONTA-FECHA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-FECHA-LER.
       CONTA-FECHA-FIM.
           EXIT.

      ***** CADFERIA (40 BYTES POR REGISTRO)
       CONTA-FERIA.
           MOVE "CADFERIA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 40 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FERIA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-FERIA-LER.
           READ CADFERIA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFERIA
              GO TO CONTA-FERIA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-FERIA-LER.
       CONTA-FERIA-FIM.
           EXIT.

      ***** CADFORN (60 BYTES POR REGISTRO)
       CONTA-FORN.
           MOVE "CADFORN.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 60 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADFORN
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FORN-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-FORN-LER.
           READ CADFORN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADFORN
              GO TO CONTA-FORN-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-FORN-LER.
       CONTA-FORN-FIM.
           EXIT.

      ***** CADGELAD (69 BYTES POR REGISTRO)
       CONTA-GELAD.
           MOVE "CADGELAD.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 69 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADGELAD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-GELAD-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-GELAD-LER.
           READ CADGELAD NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGELAD
              GO TO CONTA-GELAD-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-GELAD-LER.
       CONTA-GELAD-FIM.
           EXIT.

      ***** CADGEN (17 BYTES POR REGISTRO)
       CONTA-GEN.
           MOVE "CADGEN.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 17 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADGEN
           IF ST-ERRO NOT = "00"
              GO TO CONTA-GEN-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-GEN-LER.
           READ CADGEN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGEN
              GO TO CONTA-GEN-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-GEN-LER.
       CONTA-GEN-FIM.
           EXIT.

      ***** CADGESTA (97 BYTES POR REGISTRO)
       CONTA-GESTA.
           MOVE "CADGESTA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 97 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADGESTA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-GESTA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-GESTA-LER.
           READ CADGESTA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGESTA
              GO TO CONTA-GESTA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-GESTA-LER.
       CONTA-GESTA-FIM.
           EXIT.

      ***** CADGRUPO (65 BYTES POR REGISTRO)
       CONTA-GRUPO.
           MOVE "CADGRUPO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 65 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADGRUPO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-GRUPO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-GRUPO-LER.
           READ CADGRUPO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADGRUPO
              GO TO CONTA-GRUPO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-GRUPO-LER.
       CONTA-GRUPO-FIM.
           EXIT.

      ***** CADINSGR (41 BYTES POR REGISTRO)
       CONTA-INSGR.
           MOVE "CADINSGR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 41 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADINSGR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-INSGR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-INSGR-LER.
           READ CADINSGR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINSGR
              GO TO CONTA-INSGR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-INSGR-LER.
       CONTA-INSGR-FIM.
           EXIT.

      ***** CADINTER (102 BYTES POR REGISTRO)
       CONTA-INTER.
           MOVE "CADINTER.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 102 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              GO TO CONTA-INTER-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-INTER-LER.
           READ CADINTER NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINTER
              GO TO CONTA-INTER-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-INTER-LER.
       CONTA-INTER-FIM.
           EXIT.

      ***** CADINVEN (65 BYTES POR REGISTRO)
       CONTA-INVEN.
           MOVE "CADINVEN.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 65 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADINVEN
           IF ST-ERRO NOT = "00"
              GO TO CONTA-INVEN-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-INVEN-LER.
           READ CADINVEN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINVEN
              GO TO CONTA-INVEN-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-INVEN-LER.
       CONTA-INVEN-FIM.
           EXIT.

      ***** CADINVIT (60 BYTES POR REGISTRO)
       CONTA-INVIT.
           MOVE "CADINVIT.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 60 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADINVIT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-INVIT-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-INVIT-LER.
           READ CADINVIT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADINVIT
              GO TO CONTA-INVIT-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-INVIT-LER.
       CONTA-INVIT-FIM.
           EXIT.

      ***** CADITEM (51 BYTES POR REGISTRO)
       CONTA-ITEM.
           MOVE "CADITEM.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 51 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ITEM-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ITEM-LER.
           READ CADITEM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADITEM
              GO TO CONTA-ITEM-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ITEM-LER.
       CONTA-ITEM-FIM.
           EXIT.

      ***** CADITREP (20 BYTES POR REGISTRO)
       CONTA-ITREP.
           MOVE "CADITREP.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 20 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADITREP
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ITREP-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ITREP-LER.
           READ CADITREP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADITREP
              GO TO CONTA-ITREP-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ITREP-LER.
       CONTA-ITREP-FIM.
           EXIT.

      ***** CADLIBRE (77 BYTES POR REGISTRO)
       CONTA-LIBRE.
           MOVE "CADLIBRE.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 77 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADLIBRE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-LIBRE-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-LIBRE-LER.
           READ CADLIBRE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADLIBRE
              GO TO CONTA-LIBRE-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-LIBRE-LER.
       CONTA-LIBRE-FIM.
           EXIT.

      ***** CADLOTES (29 BYTES POR REGISTRO)
       CONTA-LOTES.
           MOVE "CADLOTES.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 29 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADLOTES
           IF ST-ERRO NOT = "00"
              GO TO CONTA-LOTES-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-LOTES-LER.
           READ CADLOTES NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADLOTES
              GO TO CONTA-LOTES-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-LOTES-LER.
       CONTA-LOTES-FIM.
           EXIT.

      ***** CADLOTGE (29 BYTES POR REGISTRO)
       CONTA-LOTGE.
           MOVE "CADLOTGE.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 29 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADLOTGE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-LOTGE-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-LOTGE-LER.
           READ CADLOTGE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADLOTGE
              GO TO CONTA-LOTGE-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-LOTGE-LER.
       CONTA-LOTGE-FIM.
           EXIT.

      ***** CADMANUT (118 BYTES POR REGISTRO)
       CONTA-MANUT.
           MOVE "CADMANUT.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 118 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADMANUT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-MANUT-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-MANUT-LER.
           READ CADMANUT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMANUT
              GO TO CONTA-MANUT-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-MANUT-LER.
       CONTA-MANUT-FIM.
           EXIT.

      ***** CADMAPCT (71 BYTES POR REGISTRO)
       CONTA-MAPCT.
           MOVE "CADMAPCT.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 71 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADMAPCT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-MAPCT-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-MAPCT-LER.
           READ CADMAPCT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMAPCT
              GO TO CONTA-MAPCT-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-MAPCT-LER.
       CONTA-MAPCT-FIM.
           EXIT.

      ***** CADMASC (16 BYTES POR REGISTRO)
       CONTA-MASC.
           MOVE "CADMASC.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 16 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADMASC
           IF ST-ERRO NOT = "00"
              GO TO CONTA-MASC-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-MASC-LER.
           READ CADMASC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMASC
              GO TO CONTA-MASC-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-MASC-LER.
       CONTA-MASC-FIM.
           EXIT.

      ***** CADMED (96 BYTES POR REGISTRO)
       CONTA-MED.
           MOVE "CADMED.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 96 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              GO TO CONTA-MED-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-MED-LER.
           READ CADMED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMED
              GO TO CONTA-MED-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-MED-LER.
       CONTA-MED-FIM.
           EXIT.

      ***** CADMEDIC (87 BYTES POR REGISTRO)
       CONTA-MEDIC.
           MOVE "CADMEDIC.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 87 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              GO TO CONTA-MEDIC-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-MEDIC-LER.
           READ CADMEDIC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMEDIC
              GO TO CONTA-MEDIC-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-MEDIC-LER.
       CONTA-MEDIC-FIM.
           EXIT.

      ***** CADMOTCA (33 BYTES POR REGISTRO)
       CONTA-MOTCA.
           MOVE "CADMOTCA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 33 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADMOTCA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-MOTCA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-MOTCA-LER.
           READ CADMOTCA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMOTCA
              GO TO CONTA-MOTCA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-MOTCA-LER.
       CONTA-MOTCA-FIM.
           EXIT.

      ***** CADMOVES (82 BYTES POR REGISTRO)
       CONTA-MOVES.
           MOVE "CADMOVES.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 82 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADMOVES
           IF ST-ERRO NOT = "00"
              GO TO CONTA-MOVES-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-MOVES-LER.
           READ CADMOVES NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADMOVES
              GO TO CONTA-MOVES-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-MOVES-LER.
       CONTA-MOVES-FIM.
           EXIT.

      ***** CADNFFOR (280 BYTES POR REGISTRO)
       CONTA-NFFOR.
           MOVE "CADNFFOR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 280 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADNFFOR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-NFFOR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-NFFOR-LER.
           READ CADNFFOR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADNFFOR
              GO TO CONTA-NFFOR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-NFFOR-LER.
       CONTA-NFFOR-FIM.
           EXIT.

      ***** CADOPACE (38 BYTES POR REGISTRO)
       CONTA-OPACE.
           MOVE "CADOPACE.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 38 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADOPACE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-OPACE-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-OPACE-LER.
           READ CADOPACE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOPACE
              GO TO CONTA-OPACE-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-OPACE-LER.
       CONTA-OPACE-FIM.
           EXIT.

      ***** CADOPER (85 BYTES POR REGISTRO)
       CONTA-OPER.
           MOVE "CADOPER.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 85 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              GO TO CONTA-OPER-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-OPER-LER.
           READ CADOPER NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOPER
              GO TO CONTA-OPER-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-OPER-LER.
       CONTA-OPER-FIM.
           EXIT.

      ***** CADORCAM (484 BYTES POR REGISTRO)
       CONTA-ORCAM.
           MOVE "CADORCAM.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 484 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADORCAM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-ORCAM-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-ORCAM-LER.
           READ CADORCAM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADORCAM
              GO TO CONTA-ORCAM-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-ORCAM-LER.
       CONTA-ORCAM-FIM.
           EXIT.

      ***** CADOVBK (51 BYTES POR REGISTRO)
       CONTA-OVBK.
           MOVE "CADOVBK.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 51 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADOVBK
           IF ST-ERRO NOT = "00"
              GO TO CONTA-OVBK-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-OVBK-LER.
           READ CADOVBK NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOVBK
              GO TO CONTA-OVBK-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-OVBK-LER.
       CONTA-OVBK-FIM.
           EXIT.

      ***** CADOVERB (24 BYTES POR REGISTRO)
       CONTA-OVERB.
           MOVE "CADOVERB.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 24 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADOVERB
           IF ST-ERRO NOT = "00"
              GO TO CONTA-OVERB-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-OVERB-LER.
           READ CADOVERB NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADOVERB
              GO TO CONTA-OVERB-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-OVERB-LER.
       CONTA-OVERB-FIM.
           EXIT.

      ***** CADPACEM (54 BYTES POR REGISTRO)
       CONTA-PACEM.
           MOVE "CADPACEM.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 54 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPACEM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PACEM-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PACEM-LER.
           READ CADPACEM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPACEM
              GO TO CONTA-PACEM-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PACEM-LER.
       CONTA-PACEM-FIM.
           EXIT.

      ***** CADPACI (220 BYTES POR REGISTRO)
       CONTA-PACI.
           MOVE "CADPACI.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 220 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PACI-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PACI-LER.
           READ CADPACI NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPACI
              GO TO CONTA-PACI-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PACI-LER.
       CONTA-PACI-FIM.
           EXIT.

      ***** CADPACOT (58 BYTES POR REGISTRO)
       CONTA-PACOT.
           MOVE "CADPACOT.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 58 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPACOT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PACOT-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PACOT-LER.
           READ CADPACOT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPACOT
              GO TO CONTA-PACOT-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PACOT-LER.
       CONTA-PACOT-FIM.
           EXIT.

      ***** CADPAGAR (57 BYTES POR REGISTRO)
       CONTA-PAGAR.
           MOVE "CADPAGAR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 57 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPAGAR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PAGAR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PAGAR-LER.
           READ CADPAGAR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPAGAR
              GO TO CONTA-PAGAR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PAGAR-LER.
       CONTA-PAGAR-FIM.
           EXIT.

      ***** CADPAGTO (31 BYTES POR REGISTRO)
       CONTA-PAGTO.
           MOVE "CADPAGTO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 31 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPAGTO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PAGTO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PAGTO-LER.
           READ CADPAGTO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPAGTO
              GO TO CONTA-PAGTO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PAGTO-LER.
       CONTA-PAGTO-FIM.
           EXIT.

      ***** CADPARAM (47 BYTES POR REGISTRO)
       CONTA-PARAM.
           MOVE "CADPARAM.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 47 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PARAM-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PARAM-LER.
           READ CADPARAM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPARAM
              GO TO CONTA-PARAM-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PARAM-LER.
       CONTA-PARAM-FIM.
           EXIT.

      ***** CADPARCE (53 BYTES POR REGISTRO)
       CONTA-PARCE.
           MOVE "CADPARCE.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 53 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPARCE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PARCE-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PARCE-LER.
           READ CADPARCE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPARCE
              GO TO CONTA-PARCE-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PARCE-LER.
       CONTA-PARCE-FIM.
           EXIT.

      ***** CADPEDCO (19 BYTES POR REGISTRO)
       CONTA-PEDCO.
           MOVE "CADPEDCO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 19 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPEDCO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PEDCO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PEDCO-LER.
           READ CADPEDCO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPEDCO
              GO TO CONTA-PEDCO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PEDCO-LER.
       CONTA-PEDCO-FIM.
           EXIT.

      ***** CADPEDIT (31 BYTES POR REGISTRO)
       CONTA-PEDIT.
           MOVE "CADPEDIT.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 31 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPEDIT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PEDIT-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PEDIT-LER.
           READ CADPEDIT NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPEDIT
              GO TO CONTA-PEDIT-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PEDIT-LER.
       CONTA-PEDIT-FIM.
           EXIT.

      ***** CADPERM (5 BYTES POR REGISTRO)
       CONTA-PERM.
           MOVE "CADPERM.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 5 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPERM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PERM-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PERM-LER.
           READ CADPERM NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPERM
              GO TO CONTA-PERM-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PERM-LER.
       CONTA-PERM-FIM.
           EXIT.

      ***** CADPESQ (74 BYTES POR REGISTRO)
       CONTA-PESQ.
           MOVE "CADPESQ.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 74 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPESQ
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PESQ-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PESQ-LER.
           READ CADPESQ NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPESQ
              GO TO CONTA-PESQ-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PESQ-LER.
       CONTA-PESQ-FIM.
           EXIT.

      ***** CADPLANO (53 BYTES POR REGISTRO)
       CONTA-PLANO.
           MOVE "CADPLANO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 53 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPLANO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PLANO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PLANO-LER.
           READ CADPLANO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPLANO
              GO TO CONTA-PLANO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PLANO-LER.
       CONTA-PLANO-FIM.
           EXIT.

      ***** CADPNEX (46 BYTES POR REGISTRO)
       CONTA-PNEX.
           MOVE "CADPNEX.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 46 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPNEX
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PNEX-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PNEX-LER.
           READ CADPNEX NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPNEX
              GO TO CONTA-PNEX-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PNEX-LER.
       CONTA-PNEX-FIM.
           EXIT.

      ***** CADPRECO (33 BYTES POR REGISTRO)
       CONTA-PRECO.
           MOVE "CADPRECO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 33 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PRECO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PRECO-LER.
           READ CADPRECO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPRECO
              GO TO CONTA-PRECO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PRECO-LER.
       CONTA-PRECO-FIM.
           EXIT.

      ***** CADPREFA (91 BYTES POR REGISTRO)
       CONTA-PREFA.
           MOVE "CADPREFA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 91 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPREFA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PREFA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PREFA-LER.
           READ CADPREFA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPREFA
              GO TO CONTA-PREFA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PREFA-LER.
       CONTA-PREFA-FIM.
           EXIT.

      ***** CADPROC (35 BYTES POR REGISTRO)
       CONTA-PROC.
           MOVE "CADPROC.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 35 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              GO TO CONTA-PROC-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-PROC-LER.
           READ CADPROC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADPROC
              GO TO CONTA-PROC-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-PROC-LER.
       CONTA-PROC-FIM.
           EXIT.

      ***** CADQUEST (56 BYTES POR REGISTRO)
       CONTA-QUEST.
           MOVE "CADQUEST.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 56 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADQUEST
           IF ST-ERRO NOT = "00"
              GO TO CONTA-QUEST-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-QUEST-LER.
           READ CADQUEST NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADQUEST
              GO TO CONTA-QUEST-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-QUEST-LER.
       CONTA-QUEST-FIM.
           EXIT.

      ***** CADRECEI (141 BYTES POR REGISTRO)
       CONTA-RECEI.
           MOVE "CADRECEI.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 141 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRECEI
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RECEI-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RECEI-LER.
           READ CADRECEI NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRECEI
              GO TO CONTA-RECEI-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RECEI-LER.
       CONTA-RECEI-FIM.
           EXIT.

      ***** CADRECLA (225 BYTES POR REGISTRO)
       CONTA-RECLA.
           MOVE "CADRECLA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 225 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRECLA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RECLA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RECLA-LER.
           READ CADRECLA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRECLA
              GO TO CONTA-RECLA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RECLA-LER.
       CONTA-RECLA-FIM.
           EXIT.

      ***** CADRELCA (62 BYTES POR REGISTRO)
       CONTA-RELCA.
           MOVE "CADRELCA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 62 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRELCA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RELCA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RELCA-LER.
           READ CADRELCA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRELCA
              GO TO CONTA-RELCA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RELCA-LER.
       CONTA-RELCA-FIM.
           EXIT.

      ***** CADRENOV (54 BYTES POR REGISTRO)
       CONTA-RENOV.
           MOVE "CADRENOV.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 54 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRENOV
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RENOV-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RENOV-LER.
           READ CADRENOV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRENOV
              GO TO CONTA-RENOV-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RENOV-LER.
       CONTA-RENOV-FIM.
           EXIT.

      ***** CADREPPG (31 BYTES POR REGISTRO)
       CONTA-REPPG.
           MOVE "CADREPPG.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 31 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADREPPG
           IF ST-ERRO NOT = "00"
              GO TO CONTA-REPPG-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-REPPG-LER.
           READ CADREPPG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADREPPG
              GO TO CONTA-REPPG-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-REPPG-LER.
       CONTA-REPPG-FIM.
           EXIT.

      ***** CADREPRE (25 BYTES POR REGISTRO)
       CONTA-REPRE.
           MOVE "CADREPRE.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 25 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADREPRE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-REPRE-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-REPRE-LER.
           READ CADREPRE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADREPRE
              GO TO CONTA-REPRE-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-REPRE-LER.
       CONTA-REPRE-FIM.
           EXIT.

      ***** CADRESPQ (90 BYTES POR REGISTRO)
       CONTA-RESPQ.
           MOVE "CADRESPQ.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 90 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRESPQ
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RESPQ-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RESPQ-LER.
           READ CADRESPQ NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRESPQ
              GO TO CONTA-RESPQ-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RESPQ-LER.
       CONTA-RESPQ-FIM.
           EXIT.

      ***** CADRESTR (55 BYTES POR REGISTRO)
       CONTA-RESTR.
           MOVE "CADRESTR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 55 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRESTR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RESTR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RESTR-LER.
           READ CADRESTR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRESTR
              GO TO CONTA-RESTR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RESTR-LER.
       CONTA-RESTR-FIM.
           EXIT.

      ***** CADRETFA (135 BYTES POR REGISTRO)
       CONTA-RETFA.
           MOVE "CADRETFA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 135 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRETFA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RETFA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RETFA-LER.
           READ CADRETFA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRETFA
              GO TO CONTA-RETFA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RETFA-LER.
       CONTA-RETFA-FIM.
           EXIT.

      ***** CADRETMV (100 BYTES POR REGISTRO)
       CONTA-RETMV.
           MOVE "CADRETMV.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 100 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADRETMV
           IF ST-ERRO NOT = "00"
              GO TO CONTA-RETMV-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-RETMV-LER.
           READ CADRETMV NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADRETMV
              GO TO CONTA-RETMV-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-RETMV-LER.
       CONTA-RETMV-FIM.
           EXIT.

      ***** CADSALA (23 BYTES POR REGISTRO)
       CONTA-SALA.
           MOVE "CADSALA.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 23 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SALA-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-SALA-LER.
           READ CADSALA NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADSALA
              GO TO CONTA-SALA-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-SALA-LER.
       CONTA-SALA-FIM.
           EXIT.

      ***** CADSESSO (65 BYTES POR REGISTRO)
       CONTA-SESSO.
           MOVE "CADSESSO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 65 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADSESSO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SESSO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-SESSO-LER.
           READ CADSESSO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADSESSO
              GO TO CONTA-SESSO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-SESSO-LER.
       CONTA-SESSO-FIM.
           EXIT.

      ***** CADSUSPR (15 BYTES POR REGISTRO)
       CONTA-SUSPR.
           MOVE "CADSUSPR.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 15 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADSUSPR
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SUSPR-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-SUSPR-LER.
           READ CADSUSPR NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADSUSPR
              GO TO CONTA-SUSPR-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-SUSPR-LER.
       CONTA-SUSPR-FIM.
           EXIT.

      ***** CADTELE (85 BYTES POR REGISTRO)
       CONTA-TELE.
           MOVE "CADTELE.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 85 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-TELE-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-TELE-LER.
           READ CADTELE NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTELE
              GO TO CONTA-TELE-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-TELE-LER.
       CONTA-TELE-FIM.
           EXIT.

      ***** CADTEMPG (70 BYTES POR REGISTRO)
       CONTA-TEMPG.
           MOVE "CADTEMPG.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 70 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADTEMPG
           IF ST-ERRO NOT = "00"
              GO TO CONTA-TEMPG-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-TEMPG-LER.
           READ CADTEMPG NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTEMPG
              GO TO CONTA-TEMPG-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-TEMPG-LER.
       CONTA-TEMPG-FIM.
           EXIT.

      ***** CADTPIMP (106 BYTES POR REGISTRO)
       CONTA-TPIMP.
           MOVE "CADTPIMP.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 106 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADTPIMP
           IF ST-ERRO NOT = "00"
              GO TO CONTA-TPIMP-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-TPIMP-LER.
           READ CADTPIMP NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTPIMP
              GO TO CONTA-TPIMP-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-TPIMP-LER.
       CONTA-TPIMP-FIM.
           EXIT.

      ***** CADTRANS (28 BYTES POR REGISTRO)
       CONTA-TRANS.
           MOVE "CADTRANS.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 28 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADTRANS
           IF ST-ERRO NOT = "00"
              GO TO CONTA-TRANS-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-TRANS-LER.
           READ CADTRANS NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTRANS
              GO TO CONTA-TRANS-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-TRANS-LER.
       CONTA-TRANS-FIM.
           EXIT.

      ***** CADTURNO (107 BYTES POR REGISTRO)
       CONTA-TURNO.
           MOVE "CADTURNO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 107 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADTURNO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-TURNO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-TURNO-LER.
           READ CADTURNO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADTURNO
              GO TO CONTA-TURNO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-TURNO-LER.
       CONTA-TURNO-FIM.
           EXIT.

      ***** CADUNID (23 BYTES POR REGISTRO)
       CONTA-UNID.
           MOVE "CADUNID.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 23 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              GO TO CONTA-UNID-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-UNID-LER.
           READ CADUNID NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADUNID
              GO TO CONTA-UNID-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-UNID-LER.
       CONTA-UNID-FIM.
           EXIT.

      ***** CADUSOPK (35 BYTES POR REGISTRO)
       CONTA-USOPK.
           MOVE "CADUSOPK.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 35 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADUSOPK
           IF ST-ERRO NOT = "00"
              GO TO CONTA-USOPK-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-USOPK-LER.
           READ CADUSOPK NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADUSOPK
              GO TO CONTA-USOPK-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-USOPK-LER.
       CONTA-USOPK-FIM.
           EXIT.

      ***** CADVACIN (39 BYTES POR REGISTRO)
       CONTA-VACIN.
           MOVE "CADVACIN.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 39 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
              GO TO CONTA-VACIN-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-VACIN-LER.
           READ CADVACIN NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVACIN
              GO TO CONTA-VACIN-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-VACIN-LER.
       CONTA-VACIN-FIM.
           EXIT.

      ***** CADVACSC (33 BYTES POR REGISTRO)
       CONTA-VACSC.
           MOVE "CADVACSC.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 33 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADVACSC
           IF ST-ERRO NOT = "00"
              GO TO CONTA-VACSC-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-VACSC-LER.
           READ CADVACSC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVACSC
              GO TO CONTA-VACSC-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-VACSC-LER.
       CONTA-VACSC-FIM.
           EXIT.

      ***** CADVACTX (121 BYTES POR REGISTRO)
       CONTA-VACTX.
           MOVE "CADVACTX.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 121 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADVACTX
           IF ST-ERRO NOT = "00"
              GO TO CONTA-VACTX-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-VACTX-LER.
           READ CADVACTX NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVACTX
              GO TO CONTA-VACTX-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-VACTX-LER.
       CONTA-VACTX-FIM.
           EXIT.

      ***** CADVISDO (47 BYTES POR REGISTRO)
       CONTA-VISDO.
           MOVE "CADVISDO.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 47 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADVISDO
           IF ST-ERRO NOT = "00"
              GO TO CONTA-VISDO-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-VISDO-LER.
           READ CADVISDO NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVISDO
              GO TO CONTA-VISDO-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-VISDO-LER.
       CONTA-VISDO-FIM.
           EXIT.

      ***** CADVITAL (46 BYTES POR REGISTRO)
       CONTA-VITAL.
           MOVE "CADVITAL.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 46 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADVITAL
           IF ST-ERRO NOT = "00"
              GO TO CONTA-VITAL-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-VITAL-LER.
           READ CADVITAL NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADVITAL
              GO TO CONTA-VITAL-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-VITAL-LER.
       CONTA-VITAL-FIM.
           EXIT.

      ***** CADXMED (27 BYTES POR REGISTRO)
       CONTA-XMED.
           MOVE "CADXMED.DAT" TO W-NOMEARQ
           MOVE "I" TO W-TIPOARQ
           MOVE 27 TO W-TAMREG
           MOVE ZEROS TO W-QTDREG
           MOVE 0 TO W-EXISTE
           OPEN INPUT CADXMED
           IF ST-ERRO NOT = "00"
              GO TO CONTA-XMED-FIM.
           MOVE 1 TO W-EXISTE.
       CONTA-XMED-LER.
           READ CADXMED NEXT
           IF ST-ERRO (1:1) NOT = "0"
              CLOSE CADXMED
              GO TO CONTA-XMED-FIM.
           ADD 1 TO W-QTDREG
           GO TO CONTA-XMED-LER.
       CONTA-XMED-FIM.
           EXIT.

      ***** UM ARQUIVO DA TABELA: CRESCIMENTO, PREVISAO, LINHA DA ***
      ***** LISTAGEM E MEDICAO DE HOJE NO HISTORICO *****************
       AVALIA-ARQ.
           MOVE TBM-NOME (W-I) TO W-NOMEARQ
           MOVE TBM-TIPO (W-I) TO W-TIPOARQ
           IF TBM-EXISTE (W-I) = 0
              ADD 1 TO W-QTDNAO
              MOVE SPACES TO W-LINHA
              MOVE W-NOMEARQ TO W-LINHA (1:20)
              MOVE W-TIPOARQ TO W-LINHA (22:1)
              MOVE "NAO CRIADO" TO W-LINHA (79:10)
              MOVE W-LINHA TO REGCAPACTX
              WRITE REGCAPACTX
              GO TO AVALIA-ARQ-FIM.
           ADD 1 TO W-QTDMED
           MOVE TBM-QTD (W-I)   TO W-QTDATU
           MOVE TBM-BYTES (W-I) TO W-BYTES
           MOVE TBM-TAM (W-I)   TO W-TAMREG
           ADD W-QTDATU TO W-TOTQTD
           ADD W-BYTES  TO W-TOTBY
           COMPUTE W-LIMBY = W-LIMARQ * 1048576
           PERFORM ACHA-REF THRU ACHA-REF-FIM
           PERFORM PROJETA THRU PROJETA-FIM
           PERFORM RECOMENDA THRU RECOMENDA-FIM
           PERFORM LINHA-ARQ THRU LINHA-ARQ-FIM
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
       AVALIA-ARQ-FIM.
           EXIT.

      ***** A BASE TODA CONTRA O ESPACO DO DISCO (CAPDISCO) *********
       AVALIA-TOTAL.
           MOVE "TOTAL DA BASE" TO W-NOMEARQ
           MOVE "T" TO W-TIPOARQ
           MOVE W-TOTQTD TO W-QTDATU
           MOVE W-TOTBY  TO W-BYTES
           MOVE ZEROS    TO W-TAMREG
           COMPUTE W-LIMBY = W-LIMDISCO * 1048576
           PERFORM ACHA-REF THRU ACHA-REF-FIM
           PERFORM PROJETA THRU PROJETA-FIM
           PERFORM RECOMENDA THRU RECOMENDA-FIM
           PERFORM LINHA-ARQ THRU LINHA-ARQ-FIM
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
       AVALIA-TOTAL-FIM.
           EXIT.

      ***** MEDICAO DE REFERENCIA: A MAIS ANTIGA DENTRO DA JANELA ***
      ***** (CAPJANELA), DE PELO MENOS W-MINDIAS ATRAS **************
       ACHA-REF.
           MOVE 0 TO W-TEMREF
           MOVE W-NOMEARQ TO NOMECAP
           MOVE ZEROS TO DATACAP
           START CADCAPAC KEY IS NOT LESS KEYCAPAC INVALID KEY
              GO TO ACHA-REF-FIM.
       ACHA-REF-LER.
           READ CADCAPAC NEXT
           IF ST-ERRO (1:1) NOT = "0"
              GO TO ACHA-REF-FIM.
           IF NOMECAP NOT = W-NOMEARQ
              GO TO ACHA-REF-FIM.
           IF DATACAP NOT < W-HOJE-N
              GO TO ACHA-REF-FIM.
           MOVE DATACAP TO W-AMD
           MOVE W-AMDDIA TO W-DSDIA
           MOVE W-AMDMES TO W-DSMES
           MOVE W-AMDANO TO W-DSANO
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-DSSER < W-CORTE
              GO TO ACHA-REF-LER.
           COMPUTE W-DIASREF = W-SERHOJE - W-DSSER
           IF W-DIASREF < W-MINDIAS
              GO TO ACHA-REF-FIM.
           MOVE 1 TO W-TEMREF
           MOVE QTDREGCAP TO W-REFQTD
           MOVE TAMBYCAP  TO W-REFBY.
       ACHA-REF-FIM.
           EXIT.

      ***** CRESCIMENTO POR MES (30 DIAS) E DATA PREVISTA PARA O ****
      ***** LIMITE. AVISA COM 90% DO LIMITE OU COM A DATA PREVISTA **
      ***** DENTRO DO PRAZO DE AVISO (CAPAVISO) *********************
       PROJETA.
           MOVE 0 TO W-AVISO
           MOVE ZEROS TO W-CRESREG W-PCTCALC
           MOVE SPACES TO W-PREVISAO
           IF W-TEMREF = 1
              COMPUTE W-CRESREG = (W-QTDATU - W-REFQTD) * 30
                                / W-DIASREF
              IF W-REFQTD > 0
                 COMPUTE W-PCTCALC ROUNDED =
                         (W-QTDATU - W-REFQTD) * 3000
                       / (W-REFQTD * W-DIASREF).
           IF W-PCTCALC > 999,9
              MOVE 999,9 TO W-PCTCALC.
           IF W-PCTCALC < -999,9
              MOVE -999,9 TO W-PCTCALC.
           IF W-LIMBY = 0
              MOVE "SEM LIMITE" TO W-PREVISAO
              GO TO PROJETA-FIM.
           IF W-BYTES NOT < W-LIMBY
              MOVE "ATINGIDO" TO W-PREVISAO
              MOVE 1 TO W-AVISO
              GO TO PROJETA-FIM.
           IF W-BYTES * 10 NOT < W-LIMBY * 9
              MOVE 1 TO W-AVISO.
           IF W-TEMREF = 0
              MOVE "SEM HIST." TO W-PREVISAO
              GO TO PROJETA-FIM.
           IF W-BYTES NOT > W-REFBY
              MOVE "ESTAVEL" TO W-PREVISAO
              GO TO PROJETA-FIM.
           COMPUTE W-DIASLIM = (W-LIMBY - W-BYTES) * W-DIASREF
                             / (W-BYTES - W-REFBY)
           IF W-DIASLIM > 3650
              MOVE "+10 ANOS" TO W-PREVISAO
              GO TO PROJETA-FIM.
           IF W-DIASLIM NOT > W-DIASAV
              MOVE 1 TO W-AVISO.
           MOVE W-HOJE-N  TO W-PRDATA
           MOVE W-DIASLIM TO W-PRDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-PRDATA TO W-AMD
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATAE TO W-PREVISAO.
       PROJETA-FIM.
           EXIT.

      ***** ROTINA QUE LIBERA ESPACO NO ARQUIVO: SO PARA QUEM JA ****
      ***** PASSOU DA METADE DO LIMITE OU ESTA EM AVISO *************
       RECOMENDA.
           MOVE SPACES TO W-RECOM
           IF W-TIPOARQ = "T"
              IF W-AVISO = 1
                 MOVE "LIBERAR ESPACO (VER AS RECOMENDACOES)"
                                                        TO W-RECOM.
           IF W-TIPOARQ = "T"
              GO TO RECOMENDA-FIM.
           IF W-AVISO = 0 AND W-BYTES * 2 < W-LIMBY
              GO TO RECOMENDA-FIM.
           IF W-NOMEARQ = "CADCONSU.DAT"
              MOVE "ARQUIVAR CONSULTAS ANTIGAS (SMPRARQ)" TO W-RECOM.
           IF W-NOMEARQ = "CADRELCA.DAT" OR W-NOMEARQ = "CADSESSO.DAT"
              MOVE "EXPURGO POR RETENCAO (SMPRPUR)" TO W-RECOM.
           IF W-NOMEARQ = "AUDITTX.TXT"
              MOVE "ROTACAO (SMPRAUD) E EXPURGO (SMPRPUR)" TO W-RECOM.
           IF W-RECOM = SPACES AND W-AVISO = 1
              MOVE "SEM ROTINA DE EXPURGO - AVALIAR" TO W-RECOM.
           IF W-RECOM NOT = SPACES
              ADD 1 TO W-QTDREC.
       RECOMENDA-FIM.
           EXIT.

      ***** LINHA DO ARQUIVO NA LISTAGEM ****************************
       LINHA-ARQ.
           MOVE SPACES TO W-LINHA
           MOVE W-NOMEARQ TO W-LINHA (1:20)
           MOVE W-TIPOARQ TO W-LINHA (22:1)
           MOVE W-QTDATU  TO W-EDQTD
           MOVE W-EDQTD   TO W-LINHA (24:11)
           IF W-TAMREG > 0
              MOVE W-TAMREG TO W-EDTAM
              MOVE W-EDTAM  TO W-LINHA (36:5).
           COMPUTE W-KB = (W-BYTES + 1023) / 1024
           MOVE W-KB      TO W-EDKB
           MOVE W-EDKB    TO W-LINHA (42:13)
           IF W-TEMREF = 1
              MOVE W-CRESREG TO W-EDCRES
              MOVE W-EDCRES  TO W-LINHA (56:12)
              MOVE W-PCTCALC TO W-EDPCT
              MOVE W-EDPCT   TO W-LINHA (70:6).
           MOVE W-PREVISAO TO W-LINHA (79:10)
           IF W-AVISO = 1
              MOVE "***" TO W-LINHA (91:3)
              ADD 1 TO W-QTDAV.
           MOVE W-RECOM   TO W-LINHA (95:38)
           MOVE W-LINHA TO REGCAPACTX
           WRITE REGCAPACTX.
       LINHA-ARQ-FIM.
           EXIT.

      ***** MEDICAO DE HOJE NO HISTORICO (REEXECUCAO NO MESMO DIA ***
      ***** SUBSTITUI A MEDICAO) ************************************
       GRAVA-HIST.
           MOVE W-NOMEARQ TO NOMECAP
           MOVE W-HOJE-N  TO DATACAP
           READ CADCAPAC
           IF ST-ERRO = "00"
              MOVE 1 TO W-EXISTE
           ELSE
              MOVE 0 TO W-EXISTE.
           MOVE W-NOMEARQ TO NOMECAP
           MOVE W-HOJE-N  TO DATACAP
           MOVE W-TIPOARQ TO TIPOCAP
           MOVE W-QTDATU  TO QTDREGCAP
           MOVE W-TAMREG  TO TAMREGCAP
           MOVE W-BYTES   TO TAMBYCAP
           COMPUTE HORACAP = W-HORA / 100
           IF W-EXISTE = 1
              REWRITE REGCAPAC
           ELSE
              WRITE REGCAPAC.
       GRAVA-HIST-FIM.
           EXIT.

      ***** CABECALHO DA LISTAGEM ***********************************
       CABECALHO.
           MOVE W-HOJE-N TO W-AMD
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-HORAHH TO W-HORAE-HH
           MOVE W-HORAMI TO W-HORAE-MM
           MOVE SPACES TO REGCAPACTX
           STRING "CAPACIDADE DOS ARQUIVOS DE DADOS - " W-DATAE
                  " AS " W-HORAE
                  DELIMITED BY SIZE INTO REGCAPACTX
           WRITE REGCAPACTX
           MOVE SPACES TO REGCAPACTX
           IF W-LIMDISCO = 0
              STRING "LIMITE POR ARQUIVO: " W-LIMARQ " MB (CAPLIMARQ)"
                     "  LIMITE DO DISCO: NAO INFORMADO (CAPDISCO)"
                     DELIMITED BY SIZE INTO REGCAPACTX
           ELSE
              STRING "LIMITE POR ARQUIVO: " W-LIMARQ " MB (CAPLIMARQ)"
                     "  LIMITE DO DISCO: " W-LIMDISCO " MB (CAPDISCO)"
                     DELIMITED BY SIZE INTO REGCAPACTX.
           WRITE REGCAPACTX
           MOVE SPACES TO REGCAPACTX
           STRING "AVISO (***): 90% DO LIMITE OU LIMITE PREVISTO EM "
                  "ATE " W-DIASAV " DIAS (CAPAVISO)"
                  DELIMITED BY SIZE INTO REGCAPACTX
           WRITE REGCAPACTX
           MOVE SPACES TO REGCAPACTX
           STRING "CRESCIMENTO SOBRE A MEDICAO MAIS ANTIGA DOS "
                  "ULTIMOS " W-JANELA " DIAS (CAPJANELA), COM NO "
                  "MINIMO " W-MINDIAS " DIAS"
                  DELIMITED BY SIZE INTO REGCAPACTX
           WRITE REGCAPACTX
           MOVE SPACES TO REGCAPACTX
           STRING "TAMANHO ESTIMADO: REGISTROS X TAMANHO DO REGISTRO "
                  "(SEM OS INDICES)"
                  DELIMITED BY SIZE INTO REGCAPACTX
           WRITE REGCAPACTX
           MOVE ALL "=" TO REGCAPACTX
           WRITE REGCAPACTX
           MOVE SPACES TO W-LINHA
           MOVE "ARQUIVO"      TO W-LINHA (1:7)
           MOVE "T"            TO W-LINHA (22:1)
           MOVE "REGISTROS"    TO W-LINHA (26:9)
           MOVE "TAM"          TO W-LINHA (38:3)
           MOVE "TAMANHO KB"   TO W-LINHA (45:10)
           MOVE "REG/MES"      TO W-LINHA (61:7)
           MOVE "%/MES"        TO W-LINHA (71:5)
           MOVE "LIMITE EM"    TO W-LINHA (79:9)
           MOVE "AV"           TO W-LINHA (91:2)
           MOVE "RECOMENDACAO" TO W-LINHA (95:12)
           MOVE W-LINHA TO REGCAPACTX
           WRITE REGCAPACTX.
       CABECALHO-FIM.
           EXIT.

      ***** RESUMO NO FIM DA LISTAGEM *******************************
       RODAPE.
           MOVE ALL "=" TO REGCAPACTX
           WRITE REGCAPACTX
           MOVE SPACES TO REGCAPACTX
           STRING "ARQUIVOS MEDIDOS: " W-QTDMED
                  "  NAO CRIADOS: " W-QTDNAO
                  "  EM AVISO: " W-QTDAV
                  "  RECOMENDACOES: " W-QTDREC
                  DELIMITED BY SIZE INTO REGCAPACTX
           WRITE REGCAPACTX
           MOVE SPACES TO REGCAPACTX
           STRING "T: I = INDEXADO  S = SEQUENCIAL  T = TOTAL DA BASE"
                  DELIMITED BY SIZE INTO REGCAPACTX
           WRITE REGCAPACTX.
       RODAPE-FIM.
           EXIT.

      ***** SOMA W-PRDIAS DIAS A DATA W-PRDATA (AAAAMMDD) ***********
       SOMA-DIAS.
           MOVE W-DMES (W-PRMES) TO W-DIAMES
           IF W-PRMES = 2
              DIVIDE W-PRANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 MOVE 29 TO W-DIAMES.
           COMPUTE W-RESTA = W-DIAMES - W-PRDIA
           IF W-PRDIAS NOT > W-RESTA
              ADD W-PRDIAS TO W-PRDIA
              GO TO SOMA-DIAS-FIM.
           COMPUTE W-PRDIAS = W-PRDIAS - W-RESTA - 1
           MOVE 1 TO W-PRDIA
           IF W-PRMES = 12
              MOVE 1 TO W-PRMES
              ADD 1 TO W-PRANO
           ELSE
              ADD 1 TO W-PRMES.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
           EXIT.

       EDITA-DATA.
           MOVE W-AMDDIA TO W-DATAE-DD
           MOVE W-AMDMES TO W-DATAE-MM
           MOVE W-AMDANO TO W-DATAE-AA.
       EDITA-DATA-FIM.
           EXIT.

      ***** NUMERO DE DIA CORRIDO (SERIAL) DE UMA DATA ***************
       CALC-SERIAL.
           COMPUTE W-DSSER = W-DSANO * 365 + W-DSDIA
      ***** OS TERMOS BISSEXTOS CONTAM SO OS ANOS ANTERIORES; O ******
      ***** ANO CORRENTE ENTRA DEPOIS DE FEVEREIRO, NO AJUSTE ********
      ***** DO FIM DO PARAGRAFO **************************************
           SUBTRACT 1 FROM W-DSANO GIVING W-DSANT
           DIVIDE W-DSANT BY 4 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           DIVIDE W-DSANT BY 100 GIVING W-DST1
           SUBTRACT W-DST1 FROM W-DSSER
           DIVIDE W-DSANT BY 400 GIVING W-DST1
           ADD W-DST1 TO W-DSSER
           ADD W-CUMD (W-DSMES) TO W-DSSER
           IF W-DSMES > 2
              DIVIDE W-DSANO BY 4 GIVING W-DST1 REMAINDER W-DST2
              IF W-DST2 = 0
                 ADD 1 TO W-DSSER.
       CALC-SERIAL-FIM.
           EXIT.

      ***** MODO BATCH: A CADEIA NOTURNA (SMPRNOC) GRAVA A DATA ******
      ***** DO DIA NA CHAVE BATCHNOC DO CADPARAM PARA SUPRIMIR *******
      ***** AS TELAS (CHAVE DE OUTRO DIA NAO VALE). LE TAMBEM OS *****
      ***** LIMITES CAPLIMARQ, CAPDISCO, CAPAVISO E CAPJANELA ********
       CHK-BATCH.
           MOVE 0 TO W-BATCH
           ACCEPT W-HOJEB FROM DATE
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO CHK-BATCH-FIM.
           MOVE "BATCHNOC" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00"
              IF VALORPAR = W-HOJEB
                 IF SITUACAOPA NOT = "I"
                    MOVE 1 TO W-BATCH.
           MOVE "CAPLIMARQ" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR > 0
                 MOVE VALORPAR TO W-LIMARQ.
           MOVE "CAPDISCO" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              MOVE VALORPAR TO W-LIMDISCO.
           MOVE "CAPAVISO" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR > 0 AND VALORPAR < 10000
                 MOVE VALORPAR TO W-DIASAV.
           MOVE "CAPJANELA" TO CHAVEPAR
           READ CADPARAM
           IF ST-ERRO = "00" AND SITUACAOPA NOT = "I"
              IF VALORPAR NOT < W-MINDIAS AND VALORPAR < 10000
                 MOVE VALORPAR TO W-JANELA.
           CLOSE CADPARAM.
       CHK-BATCH-FIM.
           EXIT.

      ***** INFORMA A CADEIA NOTURNA QUE A ETAPA TERMINOU BEM. ******
      ***** COM ARQUIVO PERTO DO LIMITE GRAVA A LINHA DE AVISO (AV) *
       GRAVA-STAT.
           OPEN OUTPUT NOCSTAT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-STAT-FIM.
           MOVE SPACES    TO REGNOCSTAT
           MOVE "SMPRCAP" TO NS-PROG
           MOVE "OK"      TO NS-STAT
           MOVE W-QTDMED  TO NS-QTD
           WRITE REGNOCSTAT
           IF W-QTDAV > 0
              MOVE SPACES    TO REGNOCSTAT
              MOVE "SMPRCAP" TO NS-PROG
              MOVE "AV"      TO NS-STAT
              MOVE W-QTDAV   TO NS-QTD
              WRITE REGNOCSTAT.
           CLOSE NOCSTAT.
       GRAVA-STAT-FIM.
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
           MOVE SPACES TO W-ARQ-CADADEND
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADADEND.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADADEND
           MOVE SPACES TO W-ARQ-CADAFAST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAFAST.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAFAST
           MOVE SPACES TO W-ARQ-CADAGMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAGMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAGMED
           MOVE SPACES TO W-ARQ-CADALERG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALERG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALERG
           MOVE SPACES TO W-ARQ-CADALIQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALIQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALIQ
           MOVE SPACES TO W-ARQ-CADALRAC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADALRAC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADALRAC
           MOVE SPACES TO W-ARQ-CADASSIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADASSIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADASSIN
           MOVE SPACES TO W-ARQ-CADAUSEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADAUSEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADAUSEN
           MOVE SPACES TO W-ARQ-CADBOLPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADBOLPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADBOLPA
           MOVE SPACES TO W-ARQ-CADCAIXA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAIXA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAIXA
           MOVE SPACES TO W-ARQ-CADCAPAC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCAPAC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCAPAC
           MOVE SPACES TO W-ARQ-CADCEP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCEP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCEP
           MOVE SPACES TO W-ARQ-CADCID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCID
           MOVE SPACES TO W-ARQ-CADCOBER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOBER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOBER
           MOVE SPACES TO W-ARQ-CADCOBPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOBPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOBPA
           MOVE SPACES TO W-ARQ-CADCOLET
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCOLET.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCOLET
           MOVE SPACES TO W-ARQ-CADCONOC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONOC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONOC
           MOVE SPACES TO W-ARQ-CADCONSE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSE
           MOVE SPACES TO W-ARQ-CADCONSU
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONSU.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONSU
           MOVE SPACES TO W-ARQ-CADCONTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONTA
           MOVE SPACES TO W-ARQ-CADCONV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCONV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCONV
           MOVE SPACES TO W-ARQ-CADCRED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCRED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCRED
           MOVE SPACES TO W-ARQ-CADCTLRG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCTLRG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCTLRG
           MOVE SPACES TO W-ARQ-CADCXCAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADCXCAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADCXCAR
           MOVE SPACES TO W-ARQ-CADDECIR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDECIR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDECIR
           MOVE SPACES TO W-ARQ-CADDOCMD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCMD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCMD
           MOVE SPACES TO W-ARQ-CADDOCPA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDOCPA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDOCPA
           MOVE SPACES TO W-ARQ-CADDPCV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADDPCV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADDPCV
           MOVE SPACES TO W-ARQ-CADEMPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEMPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEMPR
           MOVE SPACES TO W-ARQ-CADENCAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADENCAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADENCAM
           MOVE SPACES TO W-ARQ-CADEQUIP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEQUIP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEQUIP
           MOVE SPACES TO W-ARQ-CADESP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESP
           MOVE SPACES TO W-ARQ-CADESPERA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESPERA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESPERA
           MOVE SPACES TO W-ARQ-CADESTOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTOR
           MOVE SPACES TO W-ARQ-CADESTUN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADESTUN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADESTUN
           MOVE SPACES TO W-ARQ-CADEVADV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVADV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVADV
           MOVE SPACES TO W-ARQ-CADEVOL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEVOL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEVOL
           MOVE SPACES TO W-ARQ-CADEXAME
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADEXAME.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADEXAME
           MOVE SPACES TO W-ARQ-CADFATEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATEM
           MOVE SPACES TO W-ARQ-CADFATUR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFATUR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFATUR
           MOVE SPACES TO W-ARQ-CADFECHA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFECHA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFECHA
           MOVE SPACES TO W-ARQ-CADFERIA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFERIA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFERIA
           MOVE SPACES TO W-ARQ-CADFORN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADFORN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADFORN
           MOVE SPACES TO W-ARQ-CADGELAD
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGELAD.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGELAD
           MOVE SPACES TO W-ARQ-CADGEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGEN
           MOVE SPACES TO W-ARQ-CADGESTA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGESTA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGESTA
           MOVE SPACES TO W-ARQ-CADGRUPO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADGRUPO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADGRUPO
           MOVE SPACES TO W-ARQ-CADINSGR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINSGR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINSGR
           MOVE SPACES TO W-ARQ-CADINTER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINTER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINTER
           MOVE SPACES TO W-ARQ-CADINVEN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINVEN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINVEN
           MOVE SPACES TO W-ARQ-CADINVIT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADINVIT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADINVIT
           MOVE SPACES TO W-ARQ-CADITEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITEM
           MOVE SPACES TO W-ARQ-CADITREP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADITREP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADITREP
           MOVE SPACES TO W-ARQ-CADLIBRE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLIBRE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLIBRE
           MOVE SPACES TO W-ARQ-CADLOTES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLOTES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLOTES
           MOVE SPACES TO W-ARQ-CADLOTGE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADLOTGE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADLOTGE
           MOVE SPACES TO W-ARQ-CADMANUT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMANUT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMANUT
           MOVE SPACES TO W-ARQ-CADMAPCT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMAPCT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMAPCT
           MOVE SPACES TO W-ARQ-CADMASC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMASC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMASC
           MOVE SPACES TO W-ARQ-CADMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMED
           MOVE SPACES TO W-ARQ-CADMEDIC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMEDIC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMEDIC
           MOVE SPACES TO W-ARQ-CADMOTCA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOTCA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOTCA
           MOVE SPACES TO W-ARQ-CADMOVES
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADMOVES.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADMOVES
           MOVE SPACES TO W-ARQ-CADNFFOR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADNFFOR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADNFFOR
           MOVE SPACES TO W-ARQ-CADOPACE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPACE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPACE
           MOVE SPACES TO W-ARQ-CADOPER
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOPER.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOPER
           MOVE SPACES TO W-ARQ-CADORCAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADORCAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADORCAM
           MOVE SPACES TO W-ARQ-CADOVBK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVBK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVBK
           MOVE SPACES TO W-ARQ-CADOVERB
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADOVERB.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADOVERB
           MOVE SPACES TO W-ARQ-CADPACEM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACEM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACEM
           MOVE SPACES TO W-ARQ-CADPACI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACI
           MOVE SPACES TO W-ARQ-CADPACOT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPACOT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPACOT
           MOVE SPACES TO W-ARQ-CADPAGAR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGAR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGAR
           MOVE SPACES TO W-ARQ-CADPAGTO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPAGTO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPAGTO
           MOVE SPACES TO W-ARQ-CADPARAM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARAM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARAM
           MOVE SPACES TO W-ARQ-CADPARCE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPARCE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPARCE
           MOVE SPACES TO W-ARQ-CADPEDCO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDCO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDCO
           MOVE SPACES TO W-ARQ-CADPEDIT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPEDIT.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPEDIT
           MOVE SPACES TO W-ARQ-CADPERM
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPERM.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPERM
           MOVE SPACES TO W-ARQ-CADPESQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPESQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPESQ
           MOVE SPACES TO W-ARQ-CADPLANO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPLANO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPLANO
           MOVE SPACES TO W-ARQ-CADPNEX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPNEX.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPNEX
           MOVE SPACES TO W-ARQ-CADPRECO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPRECO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPRECO
           MOVE SPACES TO W-ARQ-CADPREFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPREFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPREFA
           MOVE SPACES TO W-ARQ-CADPROC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADPROC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADPROC
           MOVE SPACES TO W-ARQ-CADQUEST
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADQUEST.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADQUEST
           MOVE SPACES TO W-ARQ-CADRECEI
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECEI.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECEI
           MOVE SPACES TO W-ARQ-CADRECLA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRECLA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRECLA
           MOVE SPACES TO W-ARQ-CADRELCA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRELCA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRELCA
           MOVE SPACES TO W-ARQ-CADRENOV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRENOV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRENOV
           MOVE SPACES TO W-ARQ-CADREPPG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADREPPG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADREPPG
           MOVE SPACES TO W-ARQ-CADREPRE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADREPRE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADREPRE
           MOVE SPACES TO W-ARQ-CADRESPQ
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRESPQ.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRESPQ
           MOVE SPACES TO W-ARQ-CADRESTR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRESTR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRESTR
           MOVE SPACES TO W-ARQ-CADRETFA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETFA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETFA
           MOVE SPACES TO W-ARQ-CADRETMV
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADRETMV.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADRETMV
           MOVE SPACES TO W-ARQ-CADSALA
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSALA.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSALA
           MOVE SPACES TO W-ARQ-CADSESSO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSESSO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSESSO
           MOVE SPACES TO W-ARQ-CADSUSPR
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADSUSPR.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADSUSPR
           MOVE SPACES TO W-ARQ-CADTELE
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTELE.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTELE
           MOVE SPACES TO W-ARQ-CADTEMPG
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTEMPG.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTEMPG
           MOVE SPACES TO W-ARQ-CADTPIMP
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTPIMP.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTPIMP
           MOVE SPACES TO W-ARQ-CADTRANS
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTRANS.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTRANS
           MOVE SPACES TO W-ARQ-CADTURNO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADTURNO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADTURNO
           MOVE SPACES TO W-ARQ-CADUNID
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUNID.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUNID
           MOVE SPACES TO W-ARQ-CADUSOPK
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADUSOPK.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADUSOPK
           MOVE SPACES TO W-ARQ-CADVACIN
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACIN.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACIN
           MOVE SPACES TO W-ARQ-CADVACSC
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACSC.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACSC
           MOVE SPACES TO W-ARQ-CADVACTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVACTX.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVACTX
           MOVE SPACES TO W-ARQ-CADVISDO
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVISDO.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVISDO
           MOVE SPACES TO W-ARQ-CADVITAL
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADVITAL.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADVITAL
           MOVE SPACES TO W-ARQ-CADXMED
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CADXMED.DAT" DELIMITED BY SIZE
             INTO W-ARQ-CADXMED
           MOVE SPACES TO W-ARQ-NOCSTAT
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "NOCSTAT.TXT" DELIMITED BY SIZE
             INTO W-ARQ-NOCSTAT
           MOVE SPACES TO W-ARQ-CAPACTX
           STRING W-DIRDADOS DELIMITED BY SPACE
                  "CAPACTX.TXT" DELIMITED BY SIZE
             INTO W-ARQ-CAPACTX
           CONTINUE.
       MONTA-ARQUIVOS-FIM.
           EXIT.
