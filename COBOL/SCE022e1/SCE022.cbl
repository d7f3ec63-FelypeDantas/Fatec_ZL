       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE022.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * PROPOSTA DE PAGAMENTO      *
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
           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    ALTERNATE RECORD KEY IS TIT-VENCIMENTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT ARQPRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRP-NUMERO
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT ARQPRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRI-CHAVE
                    ALTERNATE RECORD KEY IS PRI-TITULO
                                   WITH DUPLICATES
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
       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".
       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-CODIGO            PIC 9(06).
             05 TIT-NF                PIC X(10).
             05 TIT-PARCELA           PIC 9(02).
          03 TIT-EMISSAO              PIC 9(08).
          03 TIT-VENCIMENTO           PIC 9(08).
          03 TIT-VALOR                PIC 9(11)V99.
          03 TIT-VALOR-PAGO           PIC 9(11)V99.
          03 TIT-IRRF                 PIC 9(09)V99.
          03 TIT-INSS                 PIC 9(09)V99.
          03 TIT-PEDIDO               PIC 9(06).
          03 TIT-DESCRICAO            PIC X(30).
          03 TIT-SITUACAO             PIC X(01).
      *-----------------------------------------------------------------
      * CABECALHO DA PROPOSTA - PRP-SITUACAO:
      * P = EM PREPARACAO  A = APROVADA  R = REMETIDA  C = CANCELADA
       FD ARQPRP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRP.DAT".
       01 REGPRP.
          03 PRP-NUMERO               PIC 9(06).
          03 PRP-DATA-PGTO            PIC 9(08).
          03 PRP-VENC-LIMITE          PIC 9(08).
          03 PRP-LIMITE-CAIXA         PIC 9(13)V99.
          03 PRP-TOTAL                PIC 9(13)V99.
          03 PRP-QTD                  PIC 9(05).
          03 PRP-OPER-PROP            PIC X(08).
          03 PRP-DATA-PROP            PIC 9(08).
          03 PRP-OPER-APROV           PIC X(08).
          03 PRP-DATA-APROV           PIC 9(08).
          03 PRP-SITUACAO             PIC X(01).
      *-----------------------------------------------------------------
      * ITENS DA PROPOSTA - PRI-INCLUIDO S=VAI PARA A REMESSA
      * N=EXCLUIDO PELO OPERADOR OU ACIMA DO LIMITE DE CAIXA
       FD ARQPRI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRI.DAT".
       01 REGPRI.
          03 PRI-CHAVE.
             05 PRI-NUMERO            PIC 9(06).
             05 PRI-TITULO.
                07 PRI-CODIGO         PIC 9(06).
                07 PRI-NF             PIC X(10).
                07 PRI-PARCELA        PIC 9(02).
          03 PRI-VENCIMENTO           PIC 9(08).
          03 PRI-VALOR                PIC 9(11)V99.
          03 PRI-INCLUIDO             PIC X(01).
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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-LIMPA       PIC X(60) VALUE SPACES.
       01 W-FIM-ARQ     PIC X(01) VALUE "N".
       01 W-TEM-REG     PIC X(01) VALUE "N".
       01 W-LINLST      PIC 9(02) VALUE ZEROS.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.

      *----------PROPOSTA EM TRABALHO----------------------------------
      * UM TITULO SO PODE ESTAR INCLUIDO EM UMA PROPOSTA ATIVA
      * (EM PREPARACAO OU APROVADA) DE CADA VEZ
       01 W-NUMERO      PIC 9(06) VALUE ZEROS.
       01 W-ULTIMO      PIC 9(06) VALUE ZEROS.
       01 W-PRP-SNAP    PIC X(90) VALUE SPACES.
       01 W-PRI-EXISTE  PIC X(01) VALUE "N".
       01 W-ATIVO       PIC X(01) VALUE "N".
       01 W-TIT-SALDO   PIC 9(11)V99 VALUE ZEROS.
       01 W-TIT-DEDUZ   PIC 9(12)V99 VALUE ZEROS.
       01 W-DISPONIVEL  PIC S9(13)V99 VALUE ZEROS.
       01 W-QTD-EXCL    PIC 9(05) VALUE ZEROS.
       01 W-TIT-CHAVE.
          03 W-TIT-CODIGO  PIC 9(06) VALUE ZEROS.
          03 W-TIT-NF      PIC X(10) VALUE SPACES.
          03 W-TIT-PARCELA PIC 9(02) VALUE ZEROS.
       01 W-VALOR-EDT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-TOTAL-EDT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-LIMITE-EDT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-DISP-EDT    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 DPRP-SITUACAO PIC X(13) VALUE SPACES.

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * A PROPOSTA E MONTADA POR NIVEL 2 E APROVADA POR NIVEL 3,
      * NUNCA PELO MESMO OPERADOR QUE A MONTOU
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
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0A.
           OPEN INPUT ARQTIT
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 MOVE "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O ARQPRP
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                OPEN OUTPUT ARQPRP
                MOVE "CRIANDO ARQUIVO DE PROPOSTAS DE PAGAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE ARQPRP
                GO TO R0B
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROPOSTAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0C.
           OPEN I-O ARQPRI
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                OPEN OUTPUT ARQPRI
                MOVE "CRIANDO ARQUIVO DE ITENS DAS PROPOSTAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE ARQPRI
                GO TO R0C
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE ITENS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0D.
           OPEN I-O ARQOPE
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0E.
           OPEN EXTEND ARQSEG
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "05" OR "35"
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
           DISPLAY (08, 20) "SCE022 - PROPOSTA DE PAGAMENTO"
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
           IF ST-ERRO5 = "00"
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
              MOVE "PROPOSTA"      TO W-SEG-FUNCAO
              MOVE "ACESSO NEGADO" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *****************************************
      * MENU DA PROPOSTA DE PAGAMENTO          *
      *****************************************
      *
       R1-MENU.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE022 - PROPOSTA DE PAGAMENTO"
           DISPLAY (03, 10) "N=NOVA PROPOSTA | M=INCLUI/EXCLUI TITULO"
           DISPLAY (04, 10) "L=LISTAR ITENS | A=APROVAR | C=CANCELAR"
           DISPLAY (05, 10) "S=SAIR"
           DISPLAY (07, 10) "OPCAO: "
           ACCEPT  (07, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
           IF W-OPCAO = "m" MOVE "M" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           IF W-OPCAO = "N"
              GO TO R2-NOVA.
           IF W-OPCAO NOT = "M" AND "L" AND "A" AND "C"
              GO TO R1-MENU.
           IF W-OPCAO = "A" AND W-NIVEL < 3
              MOVE "PROPOSTA"         TO W-SEG-FUNCAO
              MOVE "APROVACAO NEGADA" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           GO TO R3-NUMERO.
       R2-PAUSA.
           DISPLAY (17, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (17, 37) W-RESP
           GO TO R1-MENU.
      *
      *****************************************
      * GERACAO DE NOVA PROPOSTA               *
      * OS TITULOS EM ABERTO SAO CARREGADOS    *
      * POR ORDEM DE VENCIMENTO ATE O LIMITE   *
      * DE CAIXA - OS QUE NAO CABEM FICAM      *
      * NA PROPOSTA COMO EXCLUIDOS (N)         *
      *****************************************
      *
       R2-NOVA.
           PERFORM R2-PROXIMO THRU R2-PROXIMO-FIM
           MOVE ZEROS TO PRP-DATA-PGTO PRP-VENC-LIMITE PRP-LIMITE-CAIXA
           DISPLAY (09, 10) "NUMERO DA PROPOSTA  :"
           DISPLAY (09, 32) W-NUMERO.
       R2-DATA.
           DISPLAY (10, 10) "DATA DO PAGAMENTO (AAAAMMDD)  :".
           ACCEPT  (10, 42) PRP-DATA-PGTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF PRP-DATA-PGTO = ZEROS
              MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-DATA.
       R2-VENC.
           DISPLAY (11, 10) "VENCIMENTO LIMITE (0=TODOS)   :".
           ACCEPT  (11, 42) PRP-VENC-LIMITE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2-DATA.
           IF PRP-VENC-LIMITE = ZEROS
              MOVE 99999999 TO PRP-VENC-LIMITE.
       R2-LIMITE.
           DISPLAY (12, 10) "LIMITE DE CAIXA DO DIA        :".
           ACCEPT  (12, 42) PRP-LIMITE-CAIXA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2-VENC.
           IF PRP-LIMITE-CAIXA = ZEROS
              MOVE "*** LIMITE DE CAIXA NAO PODE FICAR ZERADO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-LIMITE.
       R2-CONFIRMA.
           MOVE "S" TO W-RESP
           DISPLAY (14, 10) "GERAR A PROPOSTA (S/N) : ".
           ACCEPT  (14, 35) W-RESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-RESP = "N" OR "n"
              MOVE "*** PROPOSTA NAO GERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-CONFIRMA.
       R2-WR.
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           MOVE W-NUMERO   TO PRP-NUMERO
           MOVE ZEROS      TO PRP-TOTAL PRP-QTD PRP-DATA-APROV
           MOVE SPACES     TO PRP-OPER-APROV
           MOVE W-OPERADOR TO PRP-OPER-PROP
           MOVE W-DATA8    TO PRP-DATA-PROP
           MOVE "P"        TO PRP-SITUACAO
           WRITE REGPRP
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PROPOSTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM R2-CARGA THRU R2-CARGA-FIM
           REWRITE REGPRP
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PROPOSTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "PROPOSTA" TO W-SEG-FUNCAO
           MOVE SPACES     TO W-SEG-RESULT
           STRING "CRIADA " PRP-NUMERO DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE022 - PROPOSTA DE PAGAMENTO"
           DISPLAY (09, 10) "NUMERO DA PROPOSTA  :"
           DISPLAY (09, 32) PRP-NUMERO
           PERFORM R8-MOSTRA THRU R8-MOSTRA-FIM
           IF W-QTD-EXCL NOT = ZEROS
              DISPLAY (15, 10) "TITULOS ACIMA DO LIMITE (EXCLUIDOS):"
              DISPLAY (15, 47) W-QTD-EXCL.
           GO TO R2-PAUSA.
      *---------[ PROXIMO NUMERO DE PROPOSTA ]------------------------
       R2-PROXIMO.
           MOVE ZEROS TO W-ULTIMO PRP-NUMERO
           START ARQPRP KEY IS NOT LESS PRP-NUMERO
           IF ST-ERRO3 NOT = "00"
              GO TO R2-PROXIMO-SOMA.
       R2-PROXIMO-LOOP.
           READ ARQPRP NEXT RECORD
           IF ST-ERRO3 = "00"
              MOVE PRP-NUMERO TO W-ULTIMO
              GO TO R2-PROXIMO-LOOP.
       R2-PROXIMO-SOMA.
           COMPUTE W-NUMERO = W-ULTIMO + 1.
       R2-PROXIMO-FIM.
                EXIT.
      *---------[ CARGA DOS TITULOS EM ABERTO ]-----------------------
       R2-CARGA.
           MOVE "N"   TO W-FIM-ARQ
           MOVE ZEROS TO W-QTD-EXCL
           MOVE ZEROS TO TIT-VENCIMENTO
           START ARQTIT KEY IS NOT LESS TIT-VENCIMENTO
           IF ST-ERRO2 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R2-CARGA-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R2-CARGA-FIM.
           READ ARQTIT NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF TIT-VENCIMENTO > PRP-VENC-LIMITE
                    MOVE "Y" TO W-FIM-ARQ
                 ELSE
                    PERFORM R2-CARGA-TITULO THRU R2-CARGA-TITULO-FIM
                 END-IF
           END-READ
           GO TO R2-CARGA-LOOP.
       R2-CARGA-FIM.
                EXIT.
      *
       R2-CARGA-TITULO.
           IF TIT-SITUACAO NOT = "A"
              GO TO R2-CARGA-TITULO-FIM.
           PERFORM R9-SALDO THRU R9-SALDO-FIM
           IF W-TIT-SALDO = ZEROS
              GO TO R2-CARGA-TITULO-FIM.
           PERFORM R9-VERIFICA-ATIVO THRU R9-VERIFICA-ATIVO-FIM
           IF W-ATIVO = "S"
              GO TO R2-CARGA-TITULO-FIM.
           MOVE W-NUMERO       TO PRI-NUMERO
           MOVE TIT-CHAVE      TO PRI-TITULO
           MOVE TIT-VENCIMENTO TO PRI-VENCIMENTO
           MOVE W-TIT-SALDO    TO PRI-VALOR
           IF PRP-TOTAL + W-TIT-SALDO > PRP-LIMITE-CAIXA
              MOVE "N" TO PRI-INCLUIDO
              ADD 1 TO W-QTD-EXCL
           ELSE
              MOVE "S" TO PRI-INCLUIDO
              ADD W-TIT-SALDO TO PRP-TOTAL
              ADD 1 TO PRP-QTD.
           WRITE REGPRI
           IF ST-ERRO4 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DOS ITENS DA PROPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R2-CARGA-TITULO-FIM.
                EXIT.
      *
      *****************************************
      * SELECAO DA PROPOSTA EXISTENTE          *
      *****************************************
      *
       R3-NUMERO.
           DISPLAY (09, 10) "NUMERO DA PROPOSTA  : ".
           MOVE ZEROS TO PRP-NUMERO
           ACCEPT  (09, 32) PRP-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF PRP-NUMERO = ZEROS
              MOVE "*** NUMERO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-NUMERO.
           READ ARQPRP
           IF ST-ERRO3 = "23"
              MOVE "*** PROPOSTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-NUMERO.
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PROPOSTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE PRP-NUMERO TO W-NUMERO
           PERFORM R8-MOSTRA THRU R8-MOSTRA-FIM
           IF W-OPCAO = "M"
              GO TO R4-MANUT.
           IF W-OPCAO = "L"
              GO TO R5-LISTA.
           IF W-OPCAO = "A"
              GO TO R6-APROVA.
           GO TO R7-CANCELA.
      *
      *****************************************
      * INCLUSAO / EXCLUSAO DE TITULOS         *
      *****************************************
      *
       R4-MANUT.
           IF PRP-SITUACAO NOT = "P"
              MOVE "*** SO PROPOSTA EM PREPARACAO E ALTERAVEL ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
       R4-TITULO.
           DISPLAY (16, 10) W-LIMPA
           DISPLAY (17, 10) W-LIMPA
           MOVE ZEROS  TO W-TIT-CODIGO W-TIT-PARCELA
           MOVE SPACES TO W-TIT-NF
           DISPLAY (15, 10) "FORNECEDOR:".
           ACCEPT  (15, 22) W-TIT-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           DISPLAY (15, 30) "NF:".
           ACCEPT  (15, 34) W-TIT-NF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           DISPLAY (15, 46) "PARCELA:".
           ACCEPT  (15, 55) W-TIT-PARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           MOVE W-TIT-CHAVE TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO2 = "23"
              MOVE "*** TITULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-TITULO.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQTIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-NUMERO    TO PRI-NUMERO
           MOVE W-TIT-CHAVE TO PRI-TITULO
           MOVE "N" TO W-PRI-EXISTE
           READ ARQPRI
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-PRI-EXISTE
              IF PRI-INCLUIDO = "S"
                 GO TO R4-EXCLUI.
       R4-INCLUI.
           IF TIT-SITUACAO NOT = "A"
              MOVE "*** TITULO NAO ESTA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-TITULO.
           PERFORM R9-SALDO THRU R9-SALDO-FIM
           IF W-TIT-SALDO = ZEROS
              MOVE "*** TITULO SEM SALDO A PAGAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-TITULO.
           PERFORM R9-VERIFICA-ATIVO THRU R9-VERIFICA-ATIVO-FIM
           IF W-ATIVO = "S"
              MOVE "*** TITULO JA CONSTA DE OUTRA PROPOSTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-TITULO.
           IF PRP-TOTAL + W-TIT-SALDO > PRP-LIMITE-CAIXA
              MOVE "*** INCLUSAO ULTRAPASSA O LIMITE DE CAIXA ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-TITULO.
           MOVE W-TIT-SALDO TO W-VALOR-EDT
           DISPLAY (16, 10) "SALDO A PAGAR:"
           DISPLAY (16, 25) W-VALOR-EDT.
       R4-INCLUI-OPC.
           DISPLAY (17, 10) "INCLUIR NA PROPOSTA (S/N) : ".
           ACCEPT  (17, 38) W-RESP
           IF W-RESP = "N" OR "n"
              GO TO R4-TITULO.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-INCLUI-OPC.
           MOVE W-NUMERO       TO PRI-NUMERO
           MOVE TIT-CHAVE      TO PRI-TITULO
           MOVE TIT-VENCIMENTO TO PRI-VENCIMENTO
           MOVE W-TIT-SALDO    TO PRI-VALOR
           MOVE "S"            TO PRI-INCLUIDO
           IF W-PRI-EXISTE = "S"
              REWRITE REGPRI
           ELSE
              WRITE REGPRI.
           IF ST-ERRO4 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DOS ITENS DA PROPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD W-TIT-SALDO TO PRP-TOTAL
           ADD 1 TO PRP-QTD
           MOVE "ITEM INCLUIDO " TO W-SEG-RESULT
           GO TO R4-REGRAVA.
       R4-EXCLUI.
           MOVE PRI-VALOR TO W-VALOR-EDT
           DISPLAY (16, 10) "SALDO A PAGAR:"
           DISPLAY (16, 25) W-VALOR-EDT.
       R4-EXCLUI-OPC.
           DISPLAY (17, 10) "EXCLUIR DA PROPOSTA (S/N) : ".
           ACCEPT  (17, 38) W-RESP
           IF W-RESP = "N" OR "n"
              GO TO R4-TITULO.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-EXCLUI-OPC.
           MOVE "N" TO PRI-INCLUIDO
           REWRITE REGPRI
           IF ST-ERRO4 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DOS ITENS DA PROPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           SUBTRACT PRI-VALOR FROM PRP-TOTAL
           SUBTRACT 1 FROM PRP-QTD
           MOVE "ITEM EXCLUIDO " TO W-SEG-RESULT.
       R4-REGRAVA.
           REWRITE REGPRP
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PROPOSTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "PROPOSTA" TO W-SEG-FUNCAO
           MOVE PRP-NUMERO TO W-SEG-RESULT (15:6)
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           PERFORM R8-MOSTRA THRU R8-MOSTRA-FIM
           GO TO R4-TITULO.
      *
      *****************************************
      * LISTAGEM DOS ITENS DA PROPOSTA         *
      *****************************************
      *
       R5-LISTA.
           MOVE PRP-TOTAL        TO W-TOTAL-EDT
           MOVE PRP-LIMITE-CAIXA TO W-LIMITE-EDT
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE022 - ITENS DA PROPOSTA"
           DISPLAY (01, 40) W-NUMERO
           DISPLAY (02, 10) "TOTAL:"
           DISPLAY (02, 17) W-TOTAL-EDT
           DISPLAY (02, 40) "LIMITE:"
           DISPLAY (02, 48) W-LIMITE-EDT
           DISPLAY (04, 10)
                "FORNEC NF         PC VENCTO   VALOR              INC"
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-TEM-REG
           MOVE 05 TO W-LINLST
           MOVE W-NUMERO TO PRI-NUMERO
           MOVE ZEROS    TO PRI-CODIGO PRI-PARCELA
           MOVE SPACES   TO PRI-NF
           START ARQPRI KEY IS NOT LESS PRI-CHAVE
           IF ST-ERRO4 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R5-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R5-FIM.
           READ ARQPRI NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF PRI-NUMERO NOT = W-NUMERO
                    MOVE "Y" TO W-FIM-ARQ
                 ELSE
                    PERFORM R5-LINHA THRU R5-LINHA-FIM
                 END-IF
           END-READ
           GO TO R5-LOOP.
       R5-FIM.
           IF W-TEM-REG = "N"
              MOVE "*** PROPOSTA SEM ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           GO TO R2-PAUSA.
      *---------[ UMA LINHA DA LISTAGEM - PAGINA DE 12 ITENS ]--------
       R5-LINHA.
           MOVE "S" TO W-TEM-REG
           MOVE PRI-VALOR TO W-VALOR-EDT
           DISPLAY (W-LINLST, 10) PRI-CODIGO
           DISPLAY (W-LINLST, 17) PRI-NF
           DISPLAY (W-LINLST, 28) PRI-PARCELA
           DISPLAY (W-LINLST, 31) PRI-VENCIMENTO
           DISPLAY (W-LINLST, 40) W-VALOR-EDT
           DISPLAY (W-LINLST, 59) PRI-INCLUIDO
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
      *
      *****************************************
      * APROVACAO DA PROPOSTA (NIVEL 3)        *
      *****************************************
      *
       R6-APROVA.
           IF PRP-SITUACAO NOT = "P"
              MOVE "*** PROPOSTA NAO ESTA EM PREPARACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF PRP-OPER-PROP = W-OPERADOR
              MOVE "*** APROVACAO VEDADA AO PROPRIO AUTOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF PRP-QTD = ZEROS
              MOVE "*** PROPOSTA SEM TITULOS INCLUIDOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF PRP-TOTAL > PRP-LIMITE-CAIXA
              MOVE "*** TOTAL ACIMA DO LIMITE DE CAIXA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
       R6-OPC.
           DISPLAY (16, 10) "APROVAR A PROPOSTA (S/N) : ".
           ACCEPT  (16, 37) W-RESP
           IF W-RESP = "N" OR "n"
              MOVE "*** PROPOSTA NAO APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-OPC.
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           MOVE "A"        TO PRP-SITUACAO
           MOVE W-OPERADOR TO PRP-OPER-APROV
           MOVE W-DATA8    TO PRP-DATA-APROV
           REWRITE REGPRP
           IF ST-ERRO3 = "00"
              MOVE "PROPOSTA" TO W-SEG-FUNCAO
              MOVE SPACES     TO W-SEG-RESULT
              STRING "APROVADA " PRP-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** PROPOSTA APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PROPOSTAS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * CANCELAMENTO DA PROPOSTA               *
      *****************************************
      *
       R7-CANCELA.
           IF PRP-SITUACAO NOT = "P" AND "A"
              MOVE "*** PROPOSTA JA REMETIDA OU CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
       R7-OPC.
           DISPLAY (16, 10) "CANCELAR A PROPOSTA (S/N) : ".
           ACCEPT  (16, 38) W-RESP
           IF W-RESP = "N" OR "n"
              MOVE "*** PROPOSTA NAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7-OPC.
           MOVE "C" TO PRP-SITUACAO
           REWRITE REGPRP
           IF ST-ERRO3 = "00"
              MOVE "PROPOSTA" TO W-SEG-FUNCAO
              MOVE SPACES     TO W-SEG-RESULT
              STRING "CANCELADA " PRP-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** PROPOSTA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE PROPOSTAS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------------------------------------------------
      *---------[ EXIBICAO DO CABECALHO DA PROPOSTA ]----------------
       R8-MOSTRA.
           IF PRP-SITUACAO = "P"
              MOVE "EM PREPARACAO" TO DPRP-SITUACAO.
           IF PRP-SITUACAO = "A"
              MOVE "APROVADA"      TO DPRP-SITUACAO.
           IF PRP-SITUACAO = "R"
              MOVE "REMETIDA"      TO DPRP-SITUACAO.
           IF PRP-SITUACAO = "C"
              MOVE "CANCELADA"     TO DPRP-SITUACAO.
           COMPUTE W-DISPONIVEL = PRP-LIMITE-CAIXA - PRP-TOTAL
           MOVE PRP-TOTAL        TO W-TOTAL-EDT
           MOVE PRP-LIMITE-CAIXA TO W-LIMITE-EDT
           MOVE W-DISPONIVEL     TO W-DISP-EDT
           DISPLAY (10, 10) "PAGAMENTO   :"
           DISPLAY (10, 24) PRP-DATA-PGTO
           DISPLAY (10, 45) "SITUACAO  :"
           DISPLAY (10, 57) DPRP-SITUACAO
           DISPLAY (11, 10) "LIMITE      :"
           DISPLAY (11, 24) W-LIMITE-EDT
           DISPLAY (11, 45) "TITULOS   :"
           DISPLAY (11, 57) PRP-QTD
           DISPLAY (12, 10) "TOTAL       :"
           DISPLAY (12, 24) W-TOTAL-EDT
           DISPLAY (12, 45) "DISPONIVEL:"
           DISPLAY (12, 57) W-DISP-EDT
           DISPLAY (13, 10) "PROPOSTA POR:"
           DISPLAY (13, 24) PRP-OPER-PROP
           DISPLAY (13, 45) "APROVADA  :"
           DISPLAY (13, 57) PRP-OPER-APROV.
       R8-MOSTRA-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ SALDO LIQUIDO A PAGAR DO TITULO ]------------------
      * MESMO CALCULO DO SCE007: VALOR MENOS RETENCOES E PAGAMENTOS
       R9-SALDO.
           MOVE ZEROS TO W-TIT-SALDO
           COMPUTE W-TIT-DEDUZ = TIT-IRRF + TIT-INSS + TIT-VALOR-PAGO
           IF W-TIT-DEDUZ < TIT-VALOR
              COMPUTE W-TIT-SALDO = TIT-VALOR - W-TIT-DEDUZ.
       R9-SALDO-FIM.
                EXIT.
      *---------[ TITULO JA INCLUIDO EM OUTRA PROPOSTA ATIVA? ]------
      * PERCORRE OS ITENS DO TITULO PELA CHAVE ALTERNATIVA - O
      * CABECALHO DA PROPOSTA EM TRABALHO E PRESERVADO
       R9-VERIFICA-ATIVO.
           MOVE "N"       TO W-ATIVO
           MOVE REGPRP    TO W-PRP-SNAP
           MOVE TIT-CHAVE TO PRI-TITULO
           START ARQPRI KEY IS EQUAL PRI-TITULO
           IF ST-ERRO4 NOT = "00"
              GO TO R9-RESTAURA.
       R9-LOOP.
           READ ARQPRI NEXT RECORD
           IF ST-ERRO4 NOT = "00"
              GO TO R9-RESTAURA.
           IF PRI-TITULO NOT = TIT-CHAVE
              GO TO R9-RESTAURA.
           IF PRI-NUMERO = W-NUMERO OR PRI-INCLUIDO NOT = "S"
              GO TO R9-LOOP.
           MOVE PRI-NUMERO TO PRP-NUMERO
           READ ARQPRP
           IF ST-ERRO3 = "00"
              IF PRP-SITUACAO = "P" OR "A"
                 MOVE "S" TO W-ATIVO
                 GO TO R9-RESTAURA.
           GO TO R9-LOOP.
       R9-RESTAURA.
           MOVE W-PRP-SNAP TO REGPRP.
       R9-VERIFICA-ATIVO-FIM.
                EXIT.
      *--------------------------------------------------------------
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
              MOVE "*** AVISO: FALHA NO LOG DE SEGURANCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-SEGLOG-FIM.
                EXIT.
      *--------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQTIT ARQPRP ARQPRI ARQOPE ARQSEG.
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
