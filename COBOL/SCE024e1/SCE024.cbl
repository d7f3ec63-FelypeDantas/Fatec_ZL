       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE024.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * CONCILIACAO BANCARIA       *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOR-CODIGO
                      ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                      ALTERNATE RECORD KEY IS FOR-CPF WITH DUPLICATES
                      ALTERNATE RECORD KEY IS FOR-CNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQBAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BAN-CODIGO
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT ARQEXT ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *
           SELECT RELCON ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *
           SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT ARQPGH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PGH-CHAVE
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT ARQCNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNC-NUMERO
                    ALTERNATE RECORD KEY IS CNC-ORIGEM
                    ALTERNATE RECORD KEY IS CNC-DATA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
          03 CADASTRO.
            05 FOR-CODIGO            PIC 9(06).
          03 FOR-TIPOCLIENTE         PIC X(01).
          03 FOR-CPF                 PIC 9(11).
          03 FOR-CNPJ                PIC 9(14).
          03 FOR-NOME                PIC X(30).
          03 FOR-APELIDO             PIC X(30).
          03 FOR-CEP                 PIC 9(08).
          03 FOR-LOGRADOURO          PIC X(24).
          03 FOR-NUMERO              PIC X(11).
          03 FOR-COMPLEMENTO         PIC X(24).
          03 FOR-BAIRRO              PIC X(40).
          03 FOR-CIDADE              PIC X(24).
          03 FOR-ESTADO              PIC X(02).
          03 FOR-TELEFONE            PIC 9(11).
          03 FOR-EMAIL               PIC X(33).
          03 FOR-CONTATO             PIC X(32).
          03 FOR-SITUACAO            PIC X(01).
      *-----------------------------------------------------------------
       FD ARQBAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBAN.DAT".
       01 REGBAN.
          03 BAN-CODIGO                PIC 9(06).
          03 BAN-BANCO                 PIC X(30).
          03 BAN-AGENCIA               PIC X(08).
          03 BAN-CONTA                 PIC X(15).
          03 BAN-TIPOCONTA             PIC X(01).
          03 BAN-PIX                   PIC X(40).
      *-----------------------------------------------------------------
      * EXTRATO PARA CONCILIACAO BANCARIA - CNAB 240 SEGMENTO E
      * DATAS NO MESMO FORMATO AAAAMMDD DA REMESSA E DO RETORNO
       FD ARQEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REG-EXT.
          03 EXT-BANCO         PIC X(03).
          03 EXT-LOTE          PIC X(04).
          03 EXT-TIPO-REG      PIC X(01).
          03 EXT-NUM-REGISTRO  PIC 9(05).
          03 EXT-SEGMENTO      PIC X(01).
          03 FILLER            PIC X(03).
          03 EXT-INSC-TIPO     PIC X(01).
          03 EXT-INSC-NUMERO   PIC X(14).
          03 EXT-CONVENIO      PIC X(20).
          03 EXT-AGENCIA       PIC X(05).
          03 EXT-AGENCIA-DV    PIC X(01).
          03 EXT-CONTA         PIC X(12).
          03 EXT-CONTA-DV      PIC X(01).
          03 EXT-AGCTA-DV      PIC X(01).
          03 EXT-EMPRESA       PIC X(30).
          03 FILLER            PIC X(06).
          03 EXT-NATUREZA      PIC X(03).
          03 EXT-TIPO-COMPL    PIC X(02).
      *    TIPO 01 - CONTA DE ORIGEM/DESTINO DO LANCAMENTO
          03 EXT-COMPLEMENTO.
             05 EXT-CPL-BANCO  PIC X(03).
             05 EXT-CPL-AGENCIA PIC X(05).
             05 EXT-CPL-CONTA  PIC X(12).
          03 EXT-CPMF          PIC X(01).
          03 EXT-DATA-CONTABIL PIC 9(08).
          03 EXT-DATA-LANC     PIC 9(08).
          03 EXT-VALOR         PIC 9(16)V99.
          03 EXT-DC            PIC X(01).
          03 EXT-CATEGORIA     PIC X(03).
          03 EXT-COD-HIST      PIC X(04).
          03 EXT-HISTORICO     PIC X(25).
          03 EXT-DOCUMENTO     PIC X(39).
      *-----------------------------------------------------------------
       FD RELCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCON.LST".
       01 REG-RELCON                 PIC X(132).
      *-----------------------------------------------------------------
       FD ARQOPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPE.DAT".
       01 REGOPE.
          03 OPE-CODIGO                PIC X(08).
          03 OPE-SENHA                 PIC X(08).
          03 OPE-NOME                  PIC X(30).
          03 OPE-NIVEL                 PIC 9(01).
          03 OPE-SITUACAO              PIC X(01).
      *-----------------------------------------------------------------
       FD ARQSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGLOG.TXT".
       01 REG-SEG.
          03 SEG-DATA                  PIC 9(08).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SEG-HORA                  PIC 9(06).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SEG-OPERADOR              PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SEG-FUNCAO                PIC X(12).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SEG-RESULT                PIC X(20).
      *-----------------------------------------------------------------
       FD ARQPGH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPGH.DAT".
       01 REGPGH.
          03 PGH-CHAVE.
             05 PGH-CODIGO            PIC 9(06).
             05 PGH-NF                PIC X(10).
             05 PGH-PARCELA           PIC 9(02).
             05 PGH-SEQ               PIC 9(02).
          03 PGH-DATA-PGTO            PIC 9(08).
          03 PGH-VALOR                PIC 9(13)V99.
          03 PGH-OCORRENCIA           PIC X(02).
      *-----------------------------------------------------------------
      * ITENS DA CONCILIACAO BANCARIA
      * TIPO.....: E = LANCAMENTO DO EXTRATO  P = PAGAMENTO DO ARQPGH
      * SITUACAO.: A = EM ABERTO  C = CONCILIADO  B = BAIXADO PELO
      *            OPERADOR COM MOTIVO (SCE025)
      * CNC-PAR..: NUMERO DO ITEM DO OUTRO LADO QUANDO CONCILIADO
       FD ARQCNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCNC.DAT".
       01 REGCNC.
          03 CNC-NUMERO               PIC 9(08).
          03 CNC-ORIGEM.
             05 CNC-TIPO              PIC X(01).
             05 CNC-ID                PIC X(46).
             05 CNC-ID-PGH REDEFINES CNC-ID.
                07 CNC-PGH-CHAVE.
                   09 CNC-PGH-CODIGO  PIC 9(06).
                   09 CNC-PGH-NF      PIC X(10).
                   09 CNC-PGH-PARCELA PIC 9(02).
                   09 CNC-PGH-SEQ     PIC 9(02).
                07 FILLER             PIC X(26).
          03 CNC-DATA                 PIC 9(08).
          03 CNC-VALOR                PIC 9(16)V99.
          03 CNC-DC                   PIC X(01).
          03 CNC-CODIGO               PIC 9(06).
          03 CNC-HISTORICO            PIC X(25).
          03 CNC-SITUACAO             PIC X(01).
          03 CNC-PAR                  PIC 9(08).
          03 CNC-DATA-BAIXA           PIC 9(08).
          03 CNC-OPERADOR             PIC X(08).
          03 CNC-MOTIVO               PIC X(40).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * A CONCILIACAO ATUALIZA A SITUACAO DOS PAGAMENTOS - EXIGE
      * NIVEL 2 OU SUPERIOR
       01 W-OPERADOR     PIC X(08) VALUE SPACES.
       01 W-SENHA        PIC X(08) VALUE SPACES.
       01 W-NIVEL        PIC 9(01) VALUE ZEROS.
       01 W-TENTATIVAS   PIC 9(01) VALUE ZEROS.
       01 W-SEG-FUNCAO   PIC X(12) VALUE SPACES.
       01 W-SEG-RESULT   PIC X(20) VALUE SPACES.
       01 W-SEG-DATA8    PIC 9(08) VALUE ZEROS.
       01 W-SEG-HORA8    PIC 9(08) VALUE ZEROS.

      *----------AREA DE SIGN-ON COMPARTILHADA-------------------------
      * PREENCHIDA PELO MENU SCE000 - QUANDO ATIVA O MODULO DISPENSA
      * NOVA IDENTIFICACAO DO OPERADOR
       01 SSO-AREA EXTERNAL.
          03 SSO-ATIVO     PIC X(01).
          03 SSO-OPERADOR  PIC X(08).
          03 SSO-NIVEL     PIC 9(01).
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-TEM-REG      PIC X(01) VALUE "N".
       01 W-BAN-ARQ      PIC X(01) VALUE "S".
       01 W-DATA-SIS.
          03 W-DATA-AA   PIC 9(02).
          03 W-DATA-MM   PIC 9(02).
          03 W-DATA-DD   PIC 9(02).
       01 W-DATA8        PIC 9(08) VALUE ZEROS.

      *----------PERIODO DO EXTRATO------------------------------------
      * SO ENTRAM NA CONCILIACAO OS PAGAMENTOS DO ARQPGH ENTRE A DATA
      * INICIAL INFORMADA E O ULTIMO DIA DO EXTRATO. PAGAMENTO JA
      * REGISTRADO EM EXECUCAO ANTERIOR CONTINUA EM ABERTO ATE SER
      * CONCILIADO OU BAIXADO
       01 W-EXT-MIN      PIC 9(08) VALUE ZEROS.
       01 W-EXT-MAX      PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.

      *----------NUMERACAO DOS ITENS-----------------------------------
       01 W-PROX-NUMERO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-INICIAL  PIC 9(08) VALUE ZEROS.

      *----------IDENTIFICACAO DO LANCAMENTO DO EXTRATO----------------
      * O MESMO EXTRATO (OU UM PERIODO SOBREPOSTO) PODE SER IMPORTADO
      * DE NOVO SEM DUPLICAR. LANCAMENTOS IGUAIS NO MESMO ARQUIVO SAO
      * SEPARADOS PELA OCORRENCIA
       01 W-ID-EXT.
          03 W-ID-DATA       PIC 9(08).
          03 W-ID-DOCUMENTO  PIC X(17).
          03 W-ID-DC         PIC X(01).
          03 W-ID-VALOR      PIC 9(16)V99.
          03 W-ID-OCORR      PIC 9(02).

      *----------CASAMENTO COM O PAGAMENTO-----------------------------
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-CONTA-OK     PIC X(01) VALUE "N".
       01 W-PAR-NUMERO   PIC 9(08) VALUE ZEROS.
       01 W-PAR-CODIGO   PIC 9(06) VALUE ZEROS.
       01 W-PAR-CHAVE.
          03 W-PAR-CODIGO2  PIC 9(06).
          03 W-PAR-NF       PIC X(10).
          03 W-PAR-PARCELA  PIC 9(02).
          03 W-PAR-SEQ      PIC 9(02).

      *----------COMPARACAO DE AGENCIA E CONTA SO PELOS DIGITOS--------
       01 W-DIG-ENT      PIC X(15) VALUE SPACES.
       01 W-DIG-TAB REDEFINES W-DIG-ENT.
          03 W-DIG-C     PIC X(01) OCCURS 15 TIMES.
       01 W-DIG-SAI      PIC 9(15) VALUE ZEROS.
       01 W-DIG-N        PIC 9(01) VALUE ZEROS.
       01 W-DIG-IDX      PIC 9(02) VALUE ZEROS.
       01 W-AG-BAN       PIC 9(15) VALUE ZEROS.
       01 W-CTA-BAN      PIC 9(15) VALUE ZEROS.
       01 W-AG-EXT       PIC 9(15) VALUE ZEROS.
       01 W-CTA-EXT      PIC 9(15) VALUE ZEROS.
       01 W-SEM-DV       PIC 9(15) VALUE ZEROS.

      *----------CONTADORES---------------------------------------------
       01 W-PASSADA      PIC 9(01) VALUE ZEROS.
       01 W-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-JAIMP    PIC 9(06) VALUE ZEROS.
       01 W-QTD-CONC     PIC 9(06) VALUE ZEROS.
       01 W-QTD-NOVOS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-PGH      PIC 9(06) VALUE ZEROS.
       01 W-QTD-SEC      PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEC      PIC 9(16)V99 VALUE ZEROS.
       01 W-QTD-ABE-EXT  PIC 9(06) VALUE ZEROS.
       01 W-QTD-ABE-PGH  PIC 9(06) VALUE ZEROS.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "CONCILIACAO BANCARIA - EXTRATO X PAGTOS".

       01 W-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CAB2-DATA         PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(09) VALUE "EXTRATO:".
          03 CAB2-MIN          PIC 9(08).
          03 FILLER            PIC X(03) VALUE " A ".
          03 CAB2-MAX          PIC 9(08).
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(13) VALUE "PAGTOS DESDE:".
          03 CAB2-INI          PIC 9(08).

       01 W-LINSECAO.
          03 FILLER            PIC X(04) VALUE "*** ".
          03 WX-TITULO         PIC X(50).

       01 W-CAB-CONC.
          03 FILLER            PIC X(09) VALUE "ITEM EXT".
          03 FILLER            PIC X(09) VALUE "DATA".
          03 FILLER            PIC X(18) VALUE "VALOR".
          03 FILLER            PIC X(26) VALUE "HISTORICO".
          03 FILLER            PIC X(09) VALUE "ITEM PGT".
          03 FILLER            PIC X(07) VALUE "CODIGO".
          03 FILLER            PIC X(11) VALUE "NOTA FISCAL".
          03 FILLER            PIC X(02) VALUE "PC".

       01 W-LINCONC.
          03 WC-NUMERO         PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WC-DATA           PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WC-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WC-HISTORICO      PIC X(25).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WC-PAR            PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WC-CODIGO         PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WC-NF             PIC X(10).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WC-PARC           PIC 9(02).

       01 W-CAB-EXT.
          03 FILLER            PIC X(09) VALUE "ITEM".
          03 FILLER            PIC X(09) VALUE "DATA".
          03 FILLER            PIC X(03) VALUE "DC".
          03 FILLER            PIC X(18) VALUE "VALOR".
          03 FILLER            PIC X(26) VALUE "HISTORICO".

       01 W-LINEXT.
          03 WE-NUMERO         PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-DATA           PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-DC             PIC X(01).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WE-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-HISTORICO      PIC X(25).

       01 W-CAB-PGH.
          03 FILLER            PIC X(09) VALUE "ITEM".
          03 FILLER            PIC X(09) VALUE "DATA".
          03 FILLER            PIC X(18) VALUE "VALOR".
          03 FILLER            PIC X(07) VALUE "CODIGO".
          03 FILLER            PIC X(31) VALUE "FORNECEDOR".
          03 FILLER            PIC X(11) VALUE "NOTA FISCAL".
          03 FILLER            PIC X(02) VALUE "PC".

       01 W-LINPGH.
          03 WP-NUMERO         PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-DATA           PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-CODIGO         PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-NOME           PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-NF             PIC X(10).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-PARC           PIC 9(02).

       01 W-LINSUBTOT.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "ITENS/VALOR...:".
          03 WS-QTD            PIC ZZZ.ZZ9.
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WS-VALOR          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "LANCTOS LIDOS.:".
          03 WR-LIDOS          PIC ZZZ.ZZ9.

       01 W-LINRESUMO2.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "JA IMPORTADOS.:".
          03 WR-JAIMP          PIC ZZZ.ZZ9.

       01 W-LINRESUMO3.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "CONCILIADOS...:".
          03 WR-CONC           PIC ZZZ.ZZ9.

       01 W-LINRESUMO4.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "PAGTOS NOVOS..:".
          03 WR-PGH            PIC ZZZ.ZZ9.

       01 W-LINRESUMO5.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "ABERTOS EXTRATO:".
          03 WR-ABE-EXT        PIC ZZZ.ZZ9.

       01 W-LINRESUMO6.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "ABERTOS PAGTOS:".
          03 WR-ABE-PGH        PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOR - STATUS "
                      ST-ERRO
              GO TO ROT-FIM.
       R0A.
           OPEN INPUT ARQBAN
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 MOVE "N" TO W-BAN-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQBAN - STATUS "
                         ST-ERRO2
                 GO TO ROT-FIM.
       R0B.
           OPEN INPUT ARQEXT
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXTRATO.TXT - "
                      "STATUS " ST-ERRO3
              GO TO ROT-FIM.
       R0C.
           OPEN INPUT ARQPGH
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30" OR "35"
                 DISPLAY "AVISO: ARQPGH.DAT AINDA NAO EXISTE - "
                         "NENHUM PAGAMENTO A CONCILIAR"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPGH - STATUS "
                         ST-ERRO7
                 GO TO ROT-FIM.
       R0D.
           OPEN I-O ARQOPE
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQOPE - STATUS "
                      ST-ERRO5
              GO TO ROT-FIM.
       R0E.
           OPEN EXTEND ARQSEG
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "05" OR "35"
                OPEN OUTPUT ARQSEG
                CLOSE ARQSEG
                OPEN EXTEND ARQSEG
              ELSE
                DISPLAY "ERRO NA ABERTURA DO LOG DE SEGURANCA - "
                        "STATUS " ST-ERRO6
                GO TO ROT-FIM.
       R0F.
           OPEN I-O ARQCNC
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                OPEN OUTPUT ARQCNC
                DISPLAY "CRIANDO ARQUIVO DE CONCILIACAO BANCARIA"
                CLOSE ARQCNC
                GO TO R0F
              ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCNC - STATUS "
                        ST-ERRO8
                GO TO ROT-FIM.
       R0G.
           OPEN OUTPUT RELCON
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCON - STATUS "
                      ST-ERRO4
              GO TO ROT-FIM.
      *
      *****************************************
      * SIGN-ON DO OPERADOR                    *
      *****************************************
      *
       SIGNON.
           IF SSO-ATIVO = "S"
              MOVE SSO-OPERADOR TO W-OPERADOR
              MOVE SSO-NIVEL    TO W-NIVEL
              GO TO SIGNON-NIVEL.
           MOVE ZEROS TO W-TENTATIVAS.
       SIGNON-1.
           DISPLAY "SCE024 - CONCILIACAO BANCARIA"
           DISPLAY "OPERADOR: "
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR
           DISPLAY "SENHA   : "
           MOVE SPACES TO W-SENHA
           ACCEPT W-SENHA WITH SECURE
           MOVE W-OPERADOR TO OPE-CODIGO
           READ ARQOPE
           IF ST-ERRO5 = "00"
              IF OPE-SITUACAO = "A" AND OPE-SENHA = W-SENHA
                 MOVE OPE-NIVEL TO W-NIVEL
                 GO TO SIGNON-NIVEL.
           MOVE "SIGNON"         TO W-SEG-FUNCAO
           MOVE "SENHA INVALIDA" TO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           ADD 1 TO W-TENTATIVAS
           IF W-TENTATIVAS < 3
              DISPLAY "*** OPERADOR OU SENHA INVALIDA ***"
              GO TO SIGNON-1.
           DISPLAY "*** ACESSO BLOQUEADO - 3 TENTATIVAS ***"
           GO TO ROT-FIM.
       SIGNON-NIVEL.
           IF W-NIVEL < 2
              MOVE "CONCILIACAO"   TO W-SEG-FUNCAO
              MOVE "ACESSO NEGADO" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              DISPLAY "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***"
              GO TO ROT-FIM.
           MOVE "CONCILIACAO"         TO W-SEG-FUNCAO
           MOVE "PROCESSO INICIADO"   TO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *------------- PERIODO COBERTO PELO EXTRATO -----------
       R1.
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS TO W-QTD-LIDOS W-EXT-MAX
           MOVE 99999999 TO W-EXT-MIN.
       R1-LOOP.
           READ ARQEXT
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF EXT-TIPO-REG = "3" AND EXT-SEGMENTO = "E"
                    ADD 1 TO W-QTD-LIDOS
                    IF EXT-DATA-LANC < W-EXT-MIN
                       MOVE EXT-DATA-LANC TO W-EXT-MIN
                    END-IF
                    IF EXT-DATA-LANC > W-EXT-MAX
                       MOVE EXT-DATA-LANC TO W-EXT-MAX
                    END-IF
                 END-IF
           END-READ
           IF W-FIM-ARQ NOT = "Y"
              GO TO R1-LOOP.
           CLOSE ARQEXT
           IF W-QTD-LIDOS = ZEROS
              DISPLAY "*** EXTRATO SEM LANCAMENTOS (SEGMENTO E) ***"
              MOVE "CONCILIACAO"    TO W-SEG-FUNCAO
              MOVE "EXTRATO VAZIO"  TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              GO TO ROT-FIM.
      *------------- DATA INICIAL DOS PAGAMENTOS ------------
       R1A.
           DISPLAY "EXTRATO DE " W-EXT-MIN " A " W-EXT-MAX
                   " - LANCAMENTOS: " W-QTD-LIDOS
           DISPLAY "PAGAMENTOS A CONCILIAR DESDE (AAAAMMDD, "
                   "0=INICIO DO EXTRATO): "
           MOVE ZEROS TO W-DATA-INI
           ACCEPT W-DATA-INI
           IF W-DATA-INI = ZEROS
              MOVE W-EXT-MIN TO W-DATA-INI.
           IF W-DATA-INI > W-EXT-MAX
              DISPLAY "*** DATA POSTERIOR AO FIM DO EXTRATO ***"
              GO TO R1A.
      *------------- PROXIMO NUMERO DE ITEM -----------------
       R1B.
           MOVE ZEROS TO W-PROX-NUMERO
           MOVE ZEROS TO CNC-NUMERO
           START ARQCNC KEY IS NOT LESS CNC-NUMERO
           IF ST-ERRO8 NOT = "00"
              GO TO R1C.
       R1B-LOOP.
           READ ARQCNC NEXT RECORD
           IF ST-ERRO8 = "00"
              MOVE CNC-NUMERO TO W-PROX-NUMERO
              GO TO R1B-LOOP.
       R1C.
           MOVE W-PROX-NUMERO TO W-NUM-INICIAL
           ACCEPT W-DATA-SIS FROM DATE
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           MOVE W-DATA-SIS TO CAB2-DATA
           MOVE W-EXT-MIN  TO CAB2-MIN
           MOVE W-EXT-MAX  TO CAB2-MAX
           MOVE W-DATA-INI TO CAB2-INI
           WRITE REG-RELCON FROM W-CAB1
           WRITE REG-RELCON FROM W-CAB2
           WRITE REG-RELCON FROM W-LINBRANCO.
      *
      *****************************************
      * REGISTRO DOS PAGAMENTOS DO PERIODO     *
      *****************************************
      * TODO PAGAMENTO DO ARQPGH NO PERIODO GANHA UM ITEM "P" EM
      * ABERTO - O QUE JA TEM ITEM (CONCILIADO OU NAO) E IGNORADO
       R2.
           MOVE ZEROS TO W-QTD-PGH
           IF ST-ERRO7 = "30" OR "35"
              GO TO R3.
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS  TO PGH-CODIGO PGH-PARCELA PGH-SEQ
           MOVE SPACES TO PGH-NF
           START ARQPGH KEY IS NOT LESS PGH-CHAVE
           IF ST-ERRO7 NOT = "00"
              GO TO R3.
       R2-LOOP.
           READ ARQPGH NEXT RECORD
           IF ST-ERRO7 NOT = "00"
              GO TO R3.
           IF PGH-DATA-PGTO < W-DATA-INI OR PGH-DATA-PGTO > W-EXT-MAX
              GO TO R2-LOOP.
           PERFORM R2-REGISTRA THRU R2-REGISTRA-FIM
           GO TO R2-LOOP.
      *---------[ ITEM "P" PARA UM PAGAMENTO AINDA NAO REGISTRADO ]---
       R2-REGISTRA.
           MOVE "P"       TO CNC-TIPO
           MOVE SPACES    TO CNC-ID
           MOVE PGH-CHAVE TO CNC-PGH-CHAVE
           READ ARQCNC KEY IS CNC-ORIGEM
           IF ST-ERRO8 = "00"
              GO TO R2-REGISTRA-FIM.
           MOVE SPACES        TO REGCNC
           ADD 1 TO W-PROX-NUMERO
           MOVE W-PROX-NUMERO TO CNC-NUMERO
           MOVE "P"           TO CNC-TIPO
           MOVE PGH-CHAVE     TO CNC-PGH-CHAVE
           MOVE PGH-DATA-PGTO TO CNC-DATA
           MOVE PGH-VALOR     TO CNC-VALOR
           MOVE "D"           TO CNC-DC
           MOVE PGH-CODIGO    TO CNC-CODIGO
           MOVE "A"           TO CNC-SITUACAO
           MOVE ZEROS         TO CNC-PAR CNC-DATA-BAIXA
           WRITE REGCNC
           IF ST-ERRO8 NOT = "00" AND "02"
              DISPLAY "*** AVISO: FALHA NO REGISTRO DO PAGAMENTO "
                      PGH-CHAVE " - STATUS " ST-ERRO8
              GO TO R2-REGISTRA-FIM.
           ADD 1 TO W-QTD-PGH.
       R2-REGISTRA-FIM.
                EXIT.
      *
      *****************************************
      * IMPORTACAO E CASAMENTO DO EXTRATO      *
      *****************************************
      *
       R3.
           OPEN INPUT ARQEXT
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA REABERTURA DO ARQUIVO EXTRATO.TXT - "
                      "STATUS " ST-ERRO3
              GO TO ROT-FIM.
           MOVE "LANCAMENTOS CONCILIADOS NESTA EXECUCAO" TO WX-TITULO
           WRITE REG-RELCON FROM W-LINSECAO
           WRITE REG-RELCON FROM W-CAB-CONC
           MOVE ZEROS TO W-QTD-JAIMP W-QTD-CONC W-QTD-NOVOS
           MOVE ZEROS TO W-QTD-SEC W-TOT-SEC
           MOVE "N" TO W-FIM-ARQ.
       R3-LOOP.
           READ ARQEXT
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF EXT-TIPO-REG = "3" AND EXT-SEGMENTO = "E"
                    PERFORM R3-TRATA-LANC THRU R3-TRATA-LANC-FIM
                 END-IF
           END-READ
           IF W-FIM-ARQ NOT = "Y"
              GO TO R3-LOOP.
           IF W-QTD-SEC = ZEROS
              MOVE "(NENHUM LANCAMENTO CONCILIADO)" TO REG-RELCON
              WRITE REG-RELCON
           ELSE
              MOVE W-QTD-SEC TO WS-QTD
              MOVE W-TOT-SEC TO WS-VALOR
              WRITE REG-RELCON FROM W-LINSUBTOT.
           WRITE REG-RELCON FROM W-LINBRANCO
           GO TO R4.
      *---------[ UM LANCAMENTO DO EXTRATO ]---------------------------
       R3-TRATA-LANC.
           MOVE EXT-DATA-LANC      TO W-ID-DATA
           MOVE EXT-DOCUMENTO      TO W-ID-DOCUMENTO
           MOVE EXT-DC             TO W-ID-DC
           MOVE EXT-VALOR          TO W-ID-VALOR
           MOVE 1                  TO W-ID-OCORR.
       R3-TRATA-ID.
           MOVE "E"      TO CNC-TIPO
           MOVE W-ID-EXT TO CNC-ID
           READ ARQCNC KEY IS CNC-ORIGEM
           IF ST-ERRO8 = "00"
              IF CNC-NUMERO > W-NUM-INICIAL AND W-ID-OCORR < 99
                 ADD 1 TO W-ID-OCORR
                 GO TO R3-TRATA-ID
              ELSE
                 ADD 1 TO W-QTD-JAIMP
                 GO TO R3-TRATA-LANC-FIM.
           MOVE "N"   TO W-ACHOU
           MOVE ZEROS TO W-PAR-NUMERO W-PAR-CODIGO
           IF EXT-DC = "D"
              PERFORM R4-PROCURA-PAGTO THRU R4-PROCURA-PAGTO-FIM.
           MOVE SPACES        TO REGCNC
           MOVE W-PROX-NUMERO TO CNC-NUMERO
           ADD 1 TO CNC-NUMERO
           MOVE "E"           TO CNC-TIPO
           MOVE W-ID-EXT      TO CNC-ID
           MOVE EXT-DATA-LANC TO CNC-DATA
           MOVE EXT-VALOR     TO CNC-VALOR
           MOVE EXT-DC        TO CNC-DC
           MOVE W-PAR-CODIGO  TO CNC-CODIGO
           MOVE EXT-HISTORICO TO CNC-HISTORICO
           MOVE W-PAR-NUMERO  TO CNC-PAR
           MOVE ZEROS         TO CNC-DATA-BAIXA
           IF W-ACHOU = "S"
              MOVE "C"        TO CNC-SITUACAO
              MOVE W-DATA8    TO CNC-DATA-BAIXA
              MOVE W-OPERADOR TO CNC-OPERADOR
           ELSE
              MOVE "A"        TO CNC-SITUACAO.
           WRITE REGCNC
           IF ST-ERRO8 NOT = "00" AND "02"
              DISPLAY "*** AVISO: FALHA NA GRAVACAO DO LANCAMENTO - "
                      "STATUS " ST-ERRO8
              GO TO R3-TRATA-LANC-FIM.
           ADD 1 TO W-PROX-NUMERO
           IF W-ACHOU NOT = "S"
              ADD 1 TO W-QTD-NOVOS
              GO TO R3-TRATA-LANC-FIM.
           ADD 1 TO W-QTD-CONC W-QTD-SEC
           ADD CNC-VALOR TO W-TOT-SEC
           MOVE CNC-NUMERO     TO WC-NUMERO
           MOVE CNC-DATA       TO WC-DATA
           MOVE CNC-VALOR      TO WC-VALOR
           MOVE CNC-HISTORICO  TO WC-HISTORICO
           MOVE W-PAR-NUMERO   TO WC-PAR
           MOVE W-PAR-CODIGO2  TO WC-CODIGO
           MOVE W-PAR-NF       TO WC-NF
           MOVE W-PAR-PARCELA  TO WC-PARC
           WRITE REG-RELCON FROM W-LINCONC.
       R3-TRATA-LANC-FIM.
                EXIT.
      *---------[ PROCURA O PAGAMENTO EM ABERTO DO MESMO DEBITO ]------
      * MESMA DATA E MESMO VALOR. QUANDO O EXTRATO TRAZ A CONTA DO
      * FAVORECIDO (COMPLEMENTO TIPO 01) ELA TEM QUE BATER COM A DO
      * FORNECEDOR NO ARQBAN. O PAGAMENTO ACHADO JA SAI CONCILIADO
       R4-PROCURA-PAGTO.
           MOVE EXT-DATA-LANC TO CNC-DATA
           START ARQCNC KEY IS EQUAL CNC-DATA
           IF ST-ERRO8 NOT = "00"
              GO TO R4-PROCURA-PAGTO-FIM.
       R4-PROCURA-LOOP.
           READ ARQCNC NEXT RECORD
           IF ST-ERRO8 NOT = "00"
              GO TO R4-PROCURA-PAGTO-FIM.
           IF CNC-DATA NOT = EXT-DATA-LANC
              GO TO R4-PROCURA-PAGTO-FIM.
           IF CNC-TIPO NOT = "P" OR CNC-SITUACAO NOT = "A"
              GO TO R4-PROCURA-LOOP.
           IF CNC-VALOR NOT = EXT-VALOR
              GO TO R4-PROCURA-LOOP.
           PERFORM R9-CONFERE-CONTA THRU R9-CONFERE-CONTA-FIM
           IF W-CONTA-OK NOT = "S"
              GO TO R4-PROCURA-LOOP.
           MOVE "C"            TO CNC-SITUACAO
           MOVE W-PROX-NUMERO  TO CNC-PAR
           ADD 1 TO CNC-PAR
           MOVE W-DATA8        TO CNC-DATA-BAIXA
           MOVE W-OPERADOR     TO CNC-OPERADOR
           REWRITE REGCNC
           IF ST-ERRO8 NOT = "00" AND "02"
              DISPLAY "*** AVISO: FALHA NA CONCILIACAO DO ITEM "
                      CNC-NUMERO " - STATUS " ST-ERRO8
              GO TO R4-PROCURA-PAGTO-FIM.
           MOVE "S"            TO W-ACHOU
           MOVE CNC-NUMERO     TO W-PAR-NUMERO
           MOVE CNC-CODIGO     TO W-PAR-CODIGO
           MOVE CNC-PGH-CHAVE  TO W-PAR-CHAVE.
       R4-PROCURA-PAGTO-FIM.
                EXIT.
      *
      *****************************************
      * PENDENCIAS EM ABERTO                   *
      *****************************************
      * PASSADA 1 - LANCAMENTOS DO EXTRATO SEM PAGAMENTO (TARIFAS,
      *             ESTORNOS, DEBITOS NAO RECONHECIDOS)
      * PASSADA 2 - PAGAMENTOS DO ARQPGH QUE NAO APARECERAM NO EXTRATO
      * OS ITENS FICAM EM ABERTO ATE A BAIXA COM MOTIVO NO SCE025
       R4.
           MOVE 1 TO W-PASSADA
           MOVE ZEROS TO W-QTD-ABE-EXT W-QTD-ABE-PGH.
       R4-PASSADA.
           MOVE ZEROS TO W-QTD-SEC W-TOT-SEC
           IF W-PASSADA = 1
              MOVE "LANCAMENTOS DO EXTRATO SEM PAGAMENTO" TO WX-TITULO
              WRITE REG-RELCON FROM W-LINSECAO
              WRITE REG-RELCON FROM W-CAB-EXT
           ELSE
              MOVE "PAGAMENTOS AUSENTES DO EXTRATO" TO WX-TITULO
              WRITE REG-RELCON FROM W-LINSECAO
              WRITE REG-RELCON FROM W-CAB-PGH.
           MOVE ZEROS TO CNC-NUMERO
           START ARQCNC KEY IS NOT LESS CNC-NUMERO
           IF ST-ERRO8 NOT = "00"
              GO TO R4-FECHA-PASSADA.
       R4-LOOP.
           READ ARQCNC NEXT RECORD
           IF ST-ERRO8 NOT = "00"
              GO TO R4-FECHA-PASSADA.
           IF CNC-SITUACAO NOT = "A"
              GO TO R4-LOOP.
           IF W-PASSADA = 1 AND CNC-TIPO = "E"
              PERFORM R5-LINHA-EXT THRU R5-LINHA-EXT-FIM.
           IF W-PASSADA = 2 AND CNC-TIPO = "P"
              PERFORM R5-LINHA-PGH THRU R5-LINHA-PGH-FIM.
           GO TO R4-LOOP.
       R4-FECHA-PASSADA.
           IF W-QTD-SEC = ZEROS
              MOVE "(NENHUM ITEM EM ABERTO)" TO REG-RELCON
              WRITE REG-RELCON
           ELSE
              MOVE W-QTD-SEC TO WS-QTD
              MOVE W-TOT-SEC TO WS-VALOR
              WRITE REG-RELCON FROM W-LINSUBTOT.
           WRITE REG-RELCON FROM W-LINBRANCO
           IF W-PASSADA = 1
              MOVE W-QTD-SEC TO W-QTD-ABE-EXT
              MOVE 2 TO W-PASSADA
              GO TO R4-PASSADA.
           MOVE W-QTD-SEC TO W-QTD-ABE-PGH
           GO TO R6.
      *---------[ LANCAMENTO DO EXTRATO EM ABERTO ]--------------------
       R5-LINHA-EXT.
           MOVE CNC-NUMERO    TO WE-NUMERO
           MOVE CNC-DATA      TO WE-DATA
           MOVE CNC-DC        TO WE-DC
           MOVE CNC-VALOR     TO WE-VALOR
           MOVE CNC-HISTORICO TO WE-HISTORICO
           WRITE REG-RELCON FROM W-LINEXT
           ADD 1 TO W-QTD-SEC
           ADD CNC-VALOR TO W-TOT-SEC.
       R5-LINHA-EXT-FIM.
                EXIT.
      *---------[ PAGAMENTO EM ABERTO ]--------------------------------
       R5-LINHA-PGH.
           MOVE CNC-NUMERO      TO WP-NUMERO
           MOVE CNC-DATA        TO WP-DATA
           MOVE CNC-VALOR       TO WP-VALOR
           MOVE CNC-CODIGO      TO WP-CODIGO
           MOVE CNC-PGH-NF      TO WP-NF
           MOVE CNC-PGH-PARCELA TO WP-PARC
           MOVE CNC-CODIGO      TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-NOME TO WP-NOME
           ELSE
              MOVE "(FORNECEDOR NAO CADASTRADO)" TO WP-NOME.
           WRITE REG-RELCON FROM W-LINPGH
           ADD 1 TO W-QTD-SEC
           ADD CNC-VALOR TO W-TOT-SEC.
       R5-LINHA-PGH-FIM.
                EXIT.
      *---------[ RESUMO ]---------------------------------------------
       R6.
           MOVE W-QTD-LIDOS   TO WR-LIDOS
           MOVE W-QTD-JAIMP   TO WR-JAIMP
           MOVE W-QTD-CONC    TO WR-CONC
           MOVE W-QTD-PGH     TO WR-PGH
           MOVE W-QTD-ABE-EXT TO WR-ABE-EXT
           MOVE W-QTD-ABE-PGH TO WR-ABE-PGH
           WRITE REG-RELCON FROM W-LINRESUMO
           WRITE REG-RELCON FROM W-LINRESUMO2
           WRITE REG-RELCON FROM W-LINRESUMO3
           WRITE REG-RELCON FROM W-LINRESUMO4
           WRITE REG-RELCON FROM W-LINRESUMO5
           WRITE REG-RELCON FROM W-LINRESUMO6
           DISPLAY "CONCILIACAO CONCLUIDA - CONCILIADOS: " W-QTD-CONC
                   "  ABERTOS EXTRATO: " W-QTD-ABE-EXT
                   "  ABERTOS PAGTOS: " W-QTD-ABE-PGH
           DISPLAY "RELATORIO GRAVADO EM RELCON.LST"
           MOVE "CONCILIACAO"  TO W-SEG-FUNCAO
           MOVE SPACES         TO W-SEG-RESULT
           STRING "CONCILIADOS " W-QTD-CONC DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQBAN ARQEXT RELCON ARQPGH ARQOPE ARQSEG
                 ARQCNC.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ CONFERE A CONTA DO FAVORECIDO ]---------------------
      * SO OS DIGITOS SAO COMPARADOS. O CADASTRO PODE TRAZER O DIGITO
      * VERIFICADOR JUNTO DA AGENCIA OU DA CONTA E O EXTRATO NAO
       R9-CONFERE-CONTA.
           MOVE "S" TO W-CONTA-OK
           IF EXT-TIPO-COMPL NOT = "01" OR W-BAN-ARQ NOT = "S"
              GO TO R9-CONFERE-CONTA-FIM.
           MOVE CNC-CODIGO TO BAN-CODIGO
           READ ARQBAN
           IF ST-ERRO2 NOT = "00"
              GO TO R9-CONFERE-CONTA-FIM.
           MOVE BAN-AGENCIA     TO W-DIG-ENT
           PERFORM R9-DIGITOS THRU R9-DIGITOS-FIM
           MOVE W-DIG-SAI       TO W-AG-BAN
           MOVE BAN-CONTA       TO W-DIG-ENT
           PERFORM R9-DIGITOS THRU R9-DIGITOS-FIM
           MOVE W-DIG-SAI       TO W-CTA-BAN
           MOVE EXT-CPL-AGENCIA TO W-DIG-ENT
           PERFORM R9-DIGITOS THRU R9-DIGITOS-FIM
           MOVE W-DIG-SAI       TO W-AG-EXT
           MOVE EXT-CPL-CONTA   TO W-DIG-ENT
           PERFORM R9-DIGITOS THRU R9-DIGITOS-FIM
           MOVE W-DIG-SAI       TO W-CTA-EXT
           MOVE "N" TO W-CONTA-OK
           COMPUTE W-SEM-DV = W-AG-BAN / 10
           IF W-AG-BAN NOT = W-AG-EXT AND W-SEM-DV NOT = W-AG-EXT
              GO TO R9-CONFERE-CONTA-FIM.
           COMPUTE W-SEM-DV = W-CTA-BAN / 10
           IF W-CTA-BAN NOT = W-CTA-EXT AND W-SEM-DV NOT = W-CTA-EXT
              GO TO R9-CONFERE-CONTA-FIM.
           MOVE "S" TO W-CONTA-OK.
       R9-CONFERE-CONTA-FIM.
                EXIT.
      *---------[ VALOR NUMERICO DOS DIGITOS DE W-DIG-ENT ]-----------
       R9-DIGITOS.
           MOVE ZEROS TO W-DIG-SAI
           PERFORM R9-DIGITO THRU R9-DIGITO-FIM
                   VARYING W-DIG-IDX FROM 1 BY 1 UNTIL W-DIG-IDX > 15.
       R9-DIGITOS-FIM.
                EXIT.
       R9-DIGITO.
           IF W-DIG-C (W-DIG-IDX) NOT NUMERIC
              GO TO R9-DIGITO-FIM.
           MOVE W-DIG-C (W-DIG-IDX) TO W-DIG-N
           COMPUTE W-DIG-SAI = W-DIG-SAI * 10 + W-DIG-N.
       R9-DIGITO-FIM.
                EXIT.
      *---------[ GRAVACAO DO LOG DE SEGURANCA ]---------------------
       GRAVA-SEGLOG.
           ACCEPT W-SEG-DATA8 FROM DATE YYYYMMDD
           ACCEPT W-SEG-HORA8 FROM TIME
           MOVE W-SEG-DATA8       TO SEG-DATA
           MOVE W-SEG-HORA8 (1:6) TO SEG-HORA
           MOVE W-OPERADOR        TO SEG-OPERADOR
           MOVE W-SEG-FUNCAO      TO SEG-FUNCAO
           MOVE W-SEG-RESULT      TO SEG-RESULT
           WRITE REG-SEG
           IF ST-ERRO6 NOT = "00"
              DISPLAY "*** AVISO: FALHA NO LOG DE SEGURANCA ***".
       GRAVA-SEGLOG-FIM.
                EXIT.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    02 = GRAVACAO/REGRAVACAO COM CHAVE ALTERNADA DUPLICADA
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
