       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE025.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * PENDENCIAS DA CONCILIACAO  *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNC-NUMERO
                    ALTERNATE RECORD KEY IS CNC-ORIGEM
                    ALTERNATE RECORD KEY IS CNC-DATA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * ITENS DA CONCILIACAO BANCARIA (GRAVADOS PELO SCE024)
      * TIPO.....: E = LANCAMENTO DO EXTRATO  P = PAGAMENTO DO ARQPGH
      * SITUACAO.: A = EM ABERTO  C = CONCILIADO  B = BAIXADO PELO
      *            OPERADOR COM MOTIVO
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
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-RESP        PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-LIMPA       PIC X(60) VALUE SPACES.
       01 W-FIM-ARQ     PIC X(01) VALUE "N".
       01 W-TEM-REG     PIC X(01) VALUE "N".
       01 W-LINLST      PIC 9(02) VALUE ZEROS.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.

      *----------ITEM EM TRABALHO--------------------------------------
       01 W-NUMERO      PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-VALOR-EDT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 DCNC-TIPO     PIC X(08) VALUE SPACES.
       01 DCNC-SITUACAO PIC X(10) VALUE SPACES.
       01 W-ORIGEM-LST  PIC X(25) VALUE SPACES.
       01 W-ORIGEM-PGH.
          03 W-OP-CODIGO   PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 W-OP-NF       PIC X(10).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-OP-PARCELA  PIC 9(02).

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * A BAIXA TIRA O ITEM DA CONCILIACAO - EXIGE NIVEL 2 OU SUPERIOR
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-NIVEL       PIC 9(01) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(01) VALUE ZEROS.
       01 W-SEG-FUNCAO  PIC X(12) VALUE SPACES.
       01 W-SEG-RESULT  PIC X(20) VALUE SPACES.
       01 W-SEG-DATA8   PIC 9(08) VALUE ZEROS.
       01 W-SEG-HORA8   PIC 9(08) VALUE ZEROS.

      *----------AREA DE SIGN-ON COMPARTILHADA-------------------------
      * PREENCHIDA PELO MENU SCE000 - QUANDO ATIVA O MODULO DISPENSA
      * NOVA IDENTIFICACAO DO OPERADOR
       01 SSO-AREA EXTERNAL.
          03 SSO-ATIVO     PIC X(01).
          03 SSO-OPERADOR  PIC X(08).
          03 SSO-NIVEL     PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *-------------ABERTURA DOS ARQUIVOS -------------------
       R0.
           OPEN I-O ARQCNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 MOVE "*** NENHUMA CONCILIACAO PROCESSADA (SCE024) ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A.
           OPEN I-O ARQOPE
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0B.
           OPEN EXTEND ARQSEG
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "05" OR "35"
                OPEN OUTPUT ARQSEG
                CLOSE ARQSEG
                OPEN EXTEND ARQSEG
              ELSE
                MOVE "ERRO NA ABERTURA DO LOG DE SEGURANCA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
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
           DISPLAY (01, 01) ERASE
           DISPLAY (08, 20) "SCE025 - PENDENCIAS DA CONCILIACAO"
           DISPLAY (10, 20) "OPERADOR: "
           MOVE SPACES TO W-OPERADOR
           ACCEPT  (10, 31) W-OPERADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           DISPLAY (11, 20) "SENHA   : "
           MOVE SPACES TO W-SENHA
           ACCEPT  (11, 31) W-SENHA WITH SECURE
           MOVE W-OPERADOR TO OPE-CODIGO
           READ ARQOPE
           IF ST-ERRO2 = "00"
              IF OPE-SITUACAO = "A" AND OPE-SENHA = W-SENHA
                 MOVE OPE-NIVEL TO W-NIVEL
                 GO TO SIGNON-NIVEL.
           MOVE "SIGNON"         TO W-SEG-FUNCAO
           MOVE "SENHA INVALIDA" TO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           ADD 1 TO W-TENTATIVAS
           IF W-TENTATIVAS < 3
              MOVE "*** OPERADOR OU SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIGNON-1.
           MOVE "*** ACESSO BLOQUEADO - 3 TENTATIVAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       SIGNON-NIVEL.
           IF W-NIVEL < 2
              MOVE "CONCILIACAO"   TO W-SEG-FUNCAO
              MOVE "ACESSO NEGADO" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *****************************************
      * MENU DAS PENDENCIAS                    *
      *****************************************
      *
       R1-MENU.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE025 - PENDENCIAS DA CONCILIACAO"
           DISPLAY (03, 10) "L=LISTAR ITENS EM ABERTO | B=BAIXAR ITEM"
           DISPLAY (04, 10) "S=SAIR"
           DISPLAY (07, 10) "OPCAO: "
           ACCEPT  (07, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           IF W-OPCAO = "L"
              GO TO R5-LISTA.
           IF W-OPCAO = "B"
              GO TO R3-NUMERO.
           GO TO R1-MENU.
       R2-PAUSA.
           DISPLAY (17, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (17, 37) W-RESP
           GO TO R1-MENU.
      *
      *****************************************
      * BAIXA DE ITEM EM ABERTO                *
      * O MOTIVO E OBRIGATORIO E FICA GRAVADO  *
      * NO ITEM COM O OPERADOR E A DATA        *
      *****************************************
      *
       R3-NUMERO.
           DISPLAY (09, 10) "NUMERO DO ITEM      : ".
           MOVE ZEROS TO CNC-NUMERO
           ACCEPT  (09, 32) CNC-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF CNC-NUMERO = ZEROS
              MOVE "*** NUMERO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-NUMERO.
           READ ARQCNC
           IF ST-ERRO = "23"
              MOVE "*** ITEM NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-NUMERO.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQCNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CNC-NUMERO TO W-NUMERO
           PERFORM R8-MOSTRA THRU R8-MOSTRA-FIM
           IF CNC-SITUACAO NOT = "A"
              MOVE "*** ITEM NAO ESTA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-PAUSA.
       R3-MOTIVO.
           DISPLAY (15, 10) "MOTIVO DA BAIXA:".
           MOVE SPACES TO W-MOTIVO
           ACCEPT  (15, 27) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-MOTIVO = SPACES
              MOVE "*** MOTIVO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-MOTIVO.
       R3-CONFIRMA.
           DISPLAY (16, 10) "CONFIRMA A BAIXA DO ITEM (S/N) : ".
           ACCEPT  (16, 43) W-RESP
           IF W-RESP = "N" OR "n"
              MOVE "*** BAIXA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CONFIRMA.
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           MOVE "B"        TO CNC-SITUACAO
           MOVE W-DATA8    TO CNC-DATA-BAIXA
           MOVE W-OPERADOR TO CNC-OPERADOR
           MOVE W-MOTIVO   TO CNC-MOTIVO
           REWRITE REGCNC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CONCILIACAO" TO W-SEG-FUNCAO
           MOVE SPACES        TO W-SEG-RESULT
           STRING "BAIXA ITEM " W-NUMERO DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           MOVE "*** ITEM BAIXADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-MENU.
      *
      *****************************************
      * LISTAGEM DOS ITENS EM ABERTO           *
      *****************************************
      *
       R5-LISTA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE025 - ITENS EM ABERTO"
           DISPLAY (04, 10)
           "ITEM     T DATA     DC VALOR             ORIGEM"
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-TEM-REG
           MOVE 05 TO W-LINLST
           MOVE ZEROS TO CNC-NUMERO
           START ARQCNC KEY IS NOT LESS CNC-NUMERO
           IF ST-ERRO NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R5-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R5-FIM.
           READ ARQCNC NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF CNC-SITUACAO = "A"
                    PERFORM R5-LINHA THRU R5-LINHA-FIM
                 END-IF
           END-READ
           GO TO R5-LOOP.
       R5-FIM.
           IF W-TEM-REG = "N"
              MOVE "*** NENHUM ITEM EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           GO TO R2-PAUSA.
      *---------[ UMA LINHA DA LISTAGEM - PAGINA DE 12 ITENS ]--------
       R5-LINHA.
           MOVE "S" TO W-TEM-REG
           MOVE CNC-VALOR TO W-VALOR-EDT
           PERFORM R9-ORIGEM THRU R9-ORIGEM-FIM
           DISPLAY (W-LINLST, 10) CNC-NUMERO
           DISPLAY (W-LINLST, 19) CNC-TIPO
           DISPLAY (W-LINLST, 21) CNC-DATA
           DISPLAY (W-LINLST, 30) CNC-DC
           DISPLAY (W-LINLST, 33) W-VALOR-EDT
           DISPLAY (W-LINLST, 51) W-ORIGEM-LST
           ADD 1 TO W-LINLST
           IF W-LINLST NOT > 16
              GO TO R5-LINHA-FIM.
           DISPLAY (17, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (17, 37) W-RESP
           PERFORM R5-LIMPA THRU R5-LIMPA-FIM
                   VARYING W-LINLST FROM 05 BY 1 UNTIL W-LINLST > 16
           MOVE 05 TO W-LINLST.
       R5-LINHA-FIM.
                EXIT.
       R5-LIMPA.
           DISPLAY (W-LINLST, 10) W-LIMPA.
       R5-LIMPA-FIM.
                EXIT.
      *---------[ MOSTRA O ITEM ]--------------------------------------
       R8-MOSTRA.
           IF CNC-TIPO = "E"
              MOVE "EXTRATO"  TO DCNC-TIPO
           ELSE
              MOVE "PAGAMENTO" TO DCNC-TIPO.
           IF CNC-SITUACAO = "A"
              MOVE "EM ABERTO"  TO DCNC-SITUACAO.
           IF CNC-SITUACAO = "C"
              MOVE "CONCILIADO" TO DCNC-SITUACAO.
           IF CNC-SITUACAO = "B"
              MOVE "BAIXADO"    TO DCNC-SITUACAO.
           MOVE CNC-VALOR TO W-VALOR-EDT
           PERFORM R9-ORIGEM THRU R9-ORIGEM-FIM
           DISPLAY (10, 10) "TIPO / SITUACAO:"
           DISPLAY (10, 27) DCNC-TIPO
           DISPLAY (10, 37) DCNC-SITUACAO
           DISPLAY (11, 10) "DATA / VALOR   :"
           DISPLAY (11, 27) CNC-DATA
           DISPLAY (11, 36) CNC-DC
           DISPLAY (11, 38) W-VALOR-EDT
           DISPLAY (12, 10) "ORIGEM         :"
           DISPLAY (12, 27) W-ORIGEM-LST
           IF CNC-SITUACAO = "B"
              DISPLAY (13, 10) "BAIXA          :"
              DISPLAY (13, 27) CNC-DATA-BAIXA
              DISPLAY (13, 36) CNC-OPERADOR
              DISPLAY (14, 10) "MOTIVO         :"
              DISPLAY (14, 27) CNC-MOTIVO.
           IF CNC-SITUACAO = "C"
              DISPLAY (13, 10) "ITEM CONCILIADO:"
              DISPLAY (13, 27) CNC-PAR.
       R8-MOSTRA-FIM.
                EXIT.
      *---------[ HISTORICO DO EXTRATO OU TITULO DO PAGAMENTO ]-------
       R9-ORIGEM.
           IF CNC-TIPO = "E"
              MOVE CNC-HISTORICO TO W-ORIGEM-LST
              GO TO R9-ORIGEM-FIM.
           MOVE CNC-PGH-CODIGO  TO W-OP-CODIGO
           MOVE CNC-PGH-NF      TO W-OP-NF
           MOVE CNC-PGH-PARCELA TO W-OP-PARCELA
           MOVE W-ORIGEM-PGH    TO W-ORIGEM-LST.
       R9-ORIGEM-FIM.
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
           IF ST-ERRO3 NOT = "00"
              MOVE "*** AVISO: FALHA NO LOG DE SEGURANCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-SEGLOG-FIM.
                EXIT.
      *--------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQCNC ARQOPE ARQSEG.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (18, 10) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (18, 10) MENS.
       ROT-MENS-FIM.
                EXIT.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    02 = GRAVACAO/REGRAVACAO COM CHAVE ALTERNADA DUPLICADA
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
