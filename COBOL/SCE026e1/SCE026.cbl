       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE026.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * MAPEAMENTO CONTABIL        *
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
           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-CHAVE
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT ARQTCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCT-CHAVE
                    FILE STATUS  IS ST-ERRO5.
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
      * MAPEAMENTO CONTABIL
      * TIPO C = CONTA DO PLANO DE CONTAS - CODIGO E A PROPRIA CONTA
      * TIPO F = CONTA DE DESPESA PADRAO DO FORNECEDOR - CODIGO E O
      *          CODIGO DO FORNECEDOR NO ARQFOR
      * TIPO S = CONTA GERAL DO SISTEMA - CODIGO E O PAPEL DA CONTA
      *          (FORNECEDORES, IRRF, INSS, BANCO, DESPESA,
      *          CREDITOS)
       FD ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTB.DAT".
       01 REGCTB.
          03 CTB-CHAVE.
             05 CTB-TIPO              PIC X(01).
             05 CTB-CODIGO            PIC X(20).
             05 CTB-CODIGO-FOR REDEFINES CTB-CODIGO.
                07 CTB-FORNECEDOR     PIC 9(06).
                07 FILLER             PIC X(14).
          03 CTB-CONTA                PIC X(20).
          03 CTB-DESCRICAO            PIC X(30).
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
      * CONTA DE DESPESA INFORMADA NO TITULO (SCE006)
       FD ARQTCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTCT.DAT".
       01 REGTCT.
          03 TCT-CHAVE.
             05 TCT-CODIGO            PIC 9(06).
             05 TCT-NF                PIC X(10).
             05 TCT-PARCELA           PIC 9(02).
          03 TCT-CONTA                PIC X(20).
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
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 W-LIMPA       PIC X(60) VALUE SPACES.
       01 W-FIM-ARQ     PIC X(01) VALUE "N".
       01 W-TEM-REG     PIC X(01) VALUE "N".
       01 W-LINLST      PIC 9(02) VALUE ZEROS.
       01 W-EXISTE      PIC X(01) VALUE "N".

      *----------REGISTRO EM TRABALHO----------------------------------
       01 W-CONTA       PIC X(20) VALUE SPACES.
       01 W-DESCRICAO   PIC X(30) VALUE SPACES.
       01 W-FORNECEDOR  PIC 9(06) VALUE ZEROS.
       01 W-CONTA-NOVA  PIC X(20) VALUE SPACES.
       01 W-CTA-VALIDA  PIC X(01) VALUE "N".
       01 W-EM-USO      PIC X(01) VALUE "N".
       01 W-TCT-ARQ     PIC X(01) VALUE "S".

      *----------CONTAS GERAIS DO SISTEMA------------------------------
      * USADAS PELO SCE027 NA GERACAO DO DIARIO - DESPESA E A CONTA DE
      * DESPESA DO FORNECEDOR QUE NAO TEM CONTA PADRAO NEM CONTA NO
      * TITULO - CREDITOS E A CONTRAPARTIDA DAS NOTAS DE CREDITO
      * COMPENSADAS NOS TITULOS (SCE030)
       01 W-GER-IDX     PIC 9(02) VALUE ZEROS.
       01 W-GER-LIN     PIC 9(02) VALUE ZEROS.
       01 W-GER-TAB-VAL.
          03 FILLER PIC X(20) VALUE "FORNECEDORES".
          03 FILLER PIC X(30) VALUE "FORNECEDORES A PAGAR".
          03 FILLER PIC X(20) VALUE "IRRF".
          03 FILLER PIC X(30) VALUE "IRRF RETIDO A RECOLHER".
          03 FILLER PIC X(20) VALUE "INSS".
          03 FILLER PIC X(30) VALUE "INSS RETIDO A RECOLHER".
          03 FILLER PIC X(20) VALUE "BANCO".
          03 FILLER PIC X(30) VALUE "BANCO CONTA MOVIMENTO".
          03 FILLER PIC X(20) VALUE "DESPESA".
          03 FILLER PIC X(30) VALUE "DESPESA PADRAO".
          03 FILLER PIC X(20) VALUE "CREDITOS".
          03 FILLER PIC X(30) VALUE "CREDITOS DE FORNECEDORES".
       01 W-GER-TAB REDEFINES W-GER-TAB-VAL.
          03 W-GER-ITEM OCCURS 6 TIMES.
             05 W-GER-PAPEL   PIC X(20).
             05 W-GER-DESC    PIC X(30).
       01 W-GER-CONTAS.
          03 W-GER-CONTA OCCURS 6 TIMES PIC X(20).

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * O MAPEAMENTO DEFINE A CONTABILIZACAO - EXIGE NIVEL 3
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
           OPEN I-O ARQCTB
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                OPEN OUTPUT ARQCTB
                MOVE "CRIANDO ARQUIVO DE MAPEAMENTO CONTABIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE ARQCTB
                GO TO R0A
              ELSE
                MOVE "ERRO NA ABERTURA DO MAPEAMENTO CONTABIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0B.
           OPEN I-O ARQOPE
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0C.
           OPEN EXTEND ARQSEG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "05" OR "35"
                OPEN OUTPUT ARQSEG
                CLOSE ARQSEG
                OPEN EXTEND ARQSEG
              ELSE
                MOVE "ERRO NA ABERTURA DO LOG DE SEGURANCA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0D.
           OPEN INPUT ARQTCT
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 MOVE "N" TO W-TCT-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTCT" TO MENS
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
           DISPLAY (08, 20) "SCE026 - MAPEAMENTO CONTABIL"
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
           IF ST-ERRO3 = "00"
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
           IF W-NIVEL < 3
              MOVE "CONTABIL"      TO W-SEG-FUNCAO
              MOVE "ACESSO NEGADO" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *****************************************
      * MENU DO MAPEAMENTO                     *
      *****************************************
      *
       R1-MENU.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE026 - MAPEAMENTO CONTABIL"
           DISPLAY (03, 10) "P=PLANO DE CONTAS | F=CONTA DO FORNECEDOR"
           DISPLAY (04, 10) "G=CONTAS GERAIS | L=LISTAR | S=SAIR"
           DISPLAY (07, 10) "OPCAO: "
           ACCEPT  (07, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
           IF W-OPCAO = "g" MOVE "G" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           IF W-OPCAO = "P"
              GO TO R2-PLANO.
           IF W-OPCAO = "F"
              GO TO R3-FORNECEDOR.
           IF W-OPCAO = "G"
              GO TO R4-GERAIS.
           IF W-OPCAO = "L"
              GO TO R5-LISTA.
           GO TO R1-MENU.
       R1-PAUSA.
           DISPLAY (17, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (17, 37) W-RESP
           GO TO R1-MENU.
      *
      *****************************************
      * CONTA DO PLANO DE CONTAS               *
      * CONTA EXISTENTE PODE TER A DESCRICAO   *
      * ALTERADA OU SER EXCLUIDA - EXCLUSAO SO *
      * QUANDO NENHUM MAPEAMENTO A UTILIZA     *
      *****************************************
      *
       R2-PLANO.
           DISPLAY (09, 10) "CONTA CONTABIL       : ".
           MOVE SPACES TO W-CONTA
           ACCEPT  (09, 33) W-CONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-CONTA = SPACES
              MOVE "*** CONTA NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-PLANO.
           MOVE "C"     TO CTB-TIPO
           MOVE W-CONTA TO CTB-CODIGO
           MOVE "N"     TO W-EXISTE
           MOVE SPACES  TO W-DESCRICAO
           READ ARQCTB
           IF ST-ERRO2 = "00"
              MOVE "S"           TO W-EXISTE
              MOVE CTB-DESCRICAO TO W-DESCRICAO
           ELSE
              IF ST-ERRO2 NOT = "23"
                 MOVE "ERRO NA LEITURA DO MAPEAMENTO CONTABIL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF W-EXISTE = "N"
              GO TO R2-DESCRICAO.
       R2-OPERACAO.
           DISPLAY (10, 10) "DESCRICAO            :"
           DISPLAY (10, 33) W-DESCRICAO
           DISPLAY (12, 10) "A=ALTERA E=EXCLUI   : ".
           MOVE SPACES TO W-RESP
           ACCEPT  (12, 33) W-RESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-RESP = "a"
              MOVE "A" TO W-RESP.
           IF W-RESP = "e"
              MOVE "E" TO W-RESP.
           IF W-RESP = "E"
              GO TO R2-EXCLUI.
           IF W-RESP NOT = "A"
              GO TO R2-OPERACAO.
       R2-DESCRICAO.
           DISPLAY (10, 10) "DESCRICAO            :".
           ACCEPT  (10, 33) W-DESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-DESCRICAO = SPACES
              MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-DESCRICAO.
       R2-CONFIRMA.
           DISPLAY (14, 10) "DESEJA SALVAR (S/N) : ".
           MOVE "S" TO W-RESP
           ACCEPT  (14, 33) W-RESP
           IF W-RESP = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-CONFIRMA.
           MOVE "C"         TO CTB-TIPO
           MOVE W-CONTA     TO CTB-CODIGO
           MOVE W-CONTA     TO CTB-CONTA
           MOVE W-DESCRICAO TO CTB-DESCRICAO
           IF W-EXISTE = "S"
              REWRITE REGCTB
           ELSE
              WRITE REGCTB.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO MAPEAMENTO CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CONTABIL"     TO W-SEG-FUNCAO
           MOVE SPACES         TO W-SEG-RESULT
           STRING "PLANO " W-CONTA DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           MOVE "*** CONTA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-MENU.
       R2-EXCLUI.
           PERFORM R9-CONTA-EM-USO THRU R9-CONTA-EM-USO-FIM
           IF W-EM-USO = "S"
              MOVE "*** CONTA EM USO MAPEAMENTO/TITULO - NAO EXCLUIDA"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
       R2-EXCLUI-CONF.
           DISPLAY (14, 10) "CONFIRMA EXCLUSAO (S/N) : ".
           MOVE "N" TO W-RESP
           ACCEPT  (14, 37) W-RESP
           IF W-RESP = "N" OR "n"
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-EXCLUI-CONF.
           MOVE "C"     TO CTB-TIPO
           MOVE W-CONTA TO CTB-CODIGO
           READ ARQCTB
           IF ST-ERRO2 = "00"
              DELETE ARQCTB RECORD.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO MAPEAMENTO CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CONTABIL"     TO W-SEG-FUNCAO
           MOVE SPACES         TO W-SEG-RESULT
           STRING "EXCL " W-CONTA DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           MOVE "*** CONTA EXCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-MENU.
      *
      *****************************************
      * CONTA DE DESPESA PADRAO DO FORNECEDOR  *
      * BRANCO RETIRA O MAPEAMENTO - O TITULO  *
      * SEM CONTA PROPRIA VAI PARA A DESPESA   *
      * PADRAO DAS CONTAS GERAIS               *
      *****************************************
      *
       R3-FORNECEDOR.
           DISPLAY (09, 10) "CODIGO DO FORNECEDOR : ".
           MOVE ZEROS TO W-FORNECEDOR
           ACCEPT  (09, 33) W-FORNECEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           MOVE W-FORNECEDOR TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "23"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-FORNECEDOR.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQFOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (09, 41) FOR-NOME
           MOVE "F"          TO CTB-TIPO
           MOVE SPACES       TO CTB-CODIGO
           MOVE W-FORNECEDOR TO CTB-FORNECEDOR
           MOVE "N"          TO W-EXISTE
           MOVE SPACES       TO W-CONTA-NOVA
           READ ARQCTB
           IF ST-ERRO2 = "00"
              MOVE "S"       TO W-EXISTE
              MOVE CTB-CONTA TO W-CONTA-NOVA.
       R3-CONTA.
           DISPLAY (10, 10) "CONTA DE DESPESA     :".
           DISPLAY (10, 54) "(BRANCO=SEM)"
           ACCEPT  (10, 33) W-CONTA-NOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-FORNECEDOR.
           IF W-CONTA-NOVA = SPACES
              IF W-EXISTE = "N"
                 GO TO R1-MENU
              ELSE
                 GO TO R3-CONFIRMA.
           PERFORM R9-VALIDA-CONTA THRU R9-VALIDA-CONTA-FIM
           IF W-CTA-VALIDA = "N"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CONTA.
       R3-CONFIRMA.
           DISPLAY (14, 10) "DESEJA SALVAR (S/N) : ".
           MOVE "S" TO W-RESP
           ACCEPT  (14, 33) W-RESP
           IF W-RESP = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CONFIRMA.
           MOVE "F"          TO CTB-TIPO
           MOVE SPACES       TO CTB-CODIGO
           MOVE W-FORNECEDOR TO CTB-FORNECEDOR
           IF W-CONTA-NOVA = SPACES
              READ ARQCTB
              IF ST-ERRO2 = "00"
                 DELETE ARQCTB RECORD
              END-IF
           ELSE
              MOVE W-CONTA-NOVA TO CTB-CONTA
              MOVE FOR-NOME     TO CTB-DESCRICAO
              IF W-EXISTE = "S"
                 REWRITE REGCTB
              ELSE
                 WRITE REGCTB.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO MAPEAMENTO CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CONTABIL"     TO W-SEG-FUNCAO
           MOVE SPACES         TO W-SEG-RESULT
           STRING "FORNEC " W-FORNECEDOR DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           MOVE "*** MAPEAMENTO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-MENU.
      *
      *****************************************
      * CONTAS GERAIS DO SISTEMA               *
      * AS SEIS CONTAS SAO MOSTRADAS E         *
      * DIGITADAS EM SEQUENCIA                 *
      *****************************************
      *
       R4-GERAIS.
           PERFORM R4-CARREGA THRU R4-CARREGA-FIM
                   VARYING W-GER-IDX FROM 1 BY 1 UNTIL W-GER-IDX > 6
           MOVE 1 TO W-GER-IDX.
       R4-CONTA.
           COMPUTE W-GER-LIN = W-GER-IDX + 8
           MOVE W-GER-CONTA (W-GER-IDX) TO W-CONTA-NOVA
           ACCEPT  (W-GER-LIN, 41) W-CONTA-NOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-GER-IDX = 1
                 GO TO R1-MENU
              ELSE
                 SUBTRACT 1 FROM W-GER-IDX
                 GO TO R4-CONTA.
           IF W-CONTA-NOVA NOT = SPACES
              PERFORM R9-VALIDA-CONTA THRU R9-VALIDA-CONTA-FIM
              IF W-CTA-VALIDA = "N"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4-CONTA.
           MOVE W-CONTA-NOVA TO W-GER-CONTA (W-GER-IDX)
           ADD 1 TO W-GER-IDX
           IF W-GER-IDX NOT > 6
              GO TO R4-CONTA.
       R4-CONFIRMA.
           DISPLAY (16, 10) "DESEJA SALVAR (S/N) : ".
           MOVE "S" TO W-RESP
           ACCEPT  (16, 33) W-RESP
           IF W-RESP = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-RESP NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-CONFIRMA.
           PERFORM R4-GRAVA THRU R4-GRAVA-FIM
                   VARYING W-GER-IDX FROM 1 BY 1 UNTIL W-GER-IDX > 6
           MOVE "CONTABIL"        TO W-SEG-FUNCAO
           MOVE "CONTAS GERAIS"   TO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           MOVE "*** CONTAS GERAIS GRAVADAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-MENU.
      *---------[ LE E MOSTRA UMA CONTA GERAL ]-------------------------
       R4-CARREGA.
           COMPUTE W-GER-LIN = W-GER-IDX + 8
           MOVE "S"                     TO CTB-TIPO
           MOVE W-GER-PAPEL (W-GER-IDX) TO CTB-CODIGO
           MOVE SPACES TO W-GER-CONTA (W-GER-IDX)
           READ ARQCTB
           IF ST-ERRO2 = "00"
              MOVE CTB-CONTA TO W-GER-CONTA (W-GER-IDX).
           DISPLAY (W-GER-LIN, 10) W-GER-DESC (W-GER-IDX)
           DISPLAY (W-GER-LIN, 41) W-GER-CONTA (W-GER-IDX).
       R4-CARREGA-FIM.
                EXIT.
      *---------[ GRAVA OU RETIRA UMA CONTA GERAL ]---------------------
       R4-GRAVA.
           MOVE "S"                     TO CTB-TIPO
           MOVE W-GER-PAPEL (W-GER-IDX) TO CTB-CODIGO
           READ ARQCTB
           IF W-GER-CONTA (W-GER-IDX) = SPACES
              IF ST-ERRO2 = "00"
                 DELETE ARQCTB RECORD
              END-IF
              GO TO R4-GRAVA-FIM.
           MOVE W-GER-CONTA (W-GER-IDX) TO CTB-CONTA
           MOVE W-GER-DESC (W-GER-IDX)  TO CTB-DESCRICAO
           IF ST-ERRO2 = "00"
              REWRITE REGCTB
           ELSE
              WRITE REGCTB.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "*** AVISO: FALHA NA GRAVACAO DA CONTA GERAL ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * LISTAGEM DO MAPEAMENTO                 *
      *****************************************
      *
       R5-LISTA.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE026 - MAPEAMENTO CONTABIL"
           DISPLAY (04, 10)
           "T CODIGO               CONTA                DESCRICAO"
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-TEM-REG
           MOVE 05 TO W-LINLST
           MOVE LOW-VALUES TO CTB-CHAVE
           START ARQCTB KEY IS NOT LESS CTB-CHAVE
           IF ST-ERRO2 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R5-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R5-FIM.
           READ ARQCTB NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 PERFORM R5-LINHA THRU R5-LINHA-FIM
           END-READ
           GO TO R5-LOOP.
       R5-FIM.
           IF W-TEM-REG = "N"
              MOVE "*** MAPEAMENTO VAZIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           GO TO R1-PAUSA.
      *---------[ UMA LINHA DA LISTAGEM - PAGINA DE 12 ITENS ]--------
       R5-LINHA.
           MOVE "S" TO W-TEM-REG
           DISPLAY (W-LINLST, 10) CTB-TIPO
           DISPLAY (W-LINLST, 12) CTB-CODIGO
           DISPLAY (W-LINLST, 33) CTB-CONTA
           DISPLAY (W-LINLST, 54) CTB-DESCRICAO (1:26)
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
           DISPLAY (W-LINLST, 10) W-LIMPA
           DISPLAY (W-LINLST, 70) "          ".
       R5-LIMPA-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ CONTA INFORMADA TEM QUE EXISTIR NO PLANO ]----------
       R9-VALIDA-CONTA.
           MOVE "N" TO W-CTA-VALIDA
           MOVE "C"          TO CTB-TIPO
           MOVE W-CONTA-NOVA TO CTB-CODIGO
           READ ARQCTB
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CONTA NAO CONSTA DO PLANO DE CONTAS ***" TO MENS
              GO TO R9-VALIDA-CONTA-FIM.
           MOVE "S" TO W-CTA-VALIDA.
       R9-VALIDA-CONTA-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ CONTA DO PLANO USADA EM ALGUM MAPEAMENTO ]----------
      * PERCORRE OS REGISTROS F E S (CHAVES APOS OS DO TIPO C) E AS
      * CONTAS DE DESPESA INFORMADAS NOS TITULOS (ARQTCT)
       R9-CONTA-EM-USO.
           MOVE "N" TO W-EM-USO
           MOVE "F"        TO CTB-TIPO
           MOVE LOW-VALUES TO CTB-CODIGO
           START ARQCTB KEY IS NOT LESS CTB-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO R9-EM-USO-TCT.
       R9-EM-USO-LOOP.
           READ ARQCTB NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO R9-EM-USO-TCT.
           IF CTB-CONTA = W-CONTA
              MOVE "S" TO W-EM-USO
              GO TO R9-CONTA-EM-USO-FIM.
           GO TO R9-EM-USO-LOOP.
       R9-EM-USO-TCT.
           IF W-TCT-ARQ NOT = "S"
              GO TO R9-CONTA-EM-USO-FIM.
           MOVE LOW-VALUES TO TCT-CHAVE
           START ARQTCT KEY IS NOT LESS TCT-CHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO R9-CONTA-EM-USO-FIM.
       R9-EM-USO-TCT-LOOP.
           READ ARQTCT NEXT RECORD
           IF ST-ERRO5 NOT = "00"
              GO TO R9-CONTA-EM-USO-FIM.
           IF TCT-CONTA = W-CONTA
              MOVE "S" TO W-EM-USO
              GO TO R9-CONTA-EM-USO-FIM.
           GO TO R9-EM-USO-TCT-LOOP.
       R9-CONTA-EM-USO-FIM.
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
           IF ST-ERRO4 NOT = "00"
              MOVE "*** AVISO: FALHA NO LOG DE SEGURANCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-SEGLOG-FIM.
                EXIT.
      *--------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQCTB ARQOPE ARQSEG ARQTCT.
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
