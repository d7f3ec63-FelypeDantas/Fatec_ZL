       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE028.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * CONTRATOS RECORRENTES      *
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
           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-NUMERO
                    ALTERNATE RECORD KEY IS CTR-CODIGO
                                   WITH DUPLICATES
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
           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    ALTERNATE RECORD KEY IS PED-CODIGO
                                   WITH DUPLICATES
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
      * CONTRATO DE COBRANCA MENSAL FIXA (ALUGUEL, UTILIDADES,
      * MANUTENCAO) - O SCE029 GERA UM TITULO POR MES DE VIGENCIA
      * CTR-FIM ZERADO = PRAZO INDETERMINADO
      * CTR-PEDIDO ZERADO = CONTRATO SEM PEDIDO DE COMPRA
      * CTR-SITUACAO: A = ATIVO  S = SUSPENSO
      * CTR-ULT-COMPET: ULTIMO MES (AAAAMM) JA FATURADO
       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTR.DAT".
       01 REGCTR.
          03 CTR-NUMERO               PIC 9(05).
          03 CTR-CODIGO               PIC 9(06).
          03 CTR-DESCRICAO            PIC X(30).
          03 CTR-VALOR                PIC 9(11)V99.
          03 CTR-DIA-VENC             PIC 9(02).
          03 CTR-INICIO               PIC 9(08).
          03 CTR-FIM                  PIC 9(08).
          03 CTR-PEDIDO               PIC 9(06).
          03 CTR-SITUACAO             PIC X(01).
          03 CTR-ULT-COMPET           PIC 9(06).
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
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
          03 PED-NUMERO               PIC 9(06).
          03 PED-CODIGO               PIC 9(06).
          03 PED-EMISSAO              PIC 9(08).
          03 PED-DESCRICAO            PIC X(30).
          03 PED-VALOR                PIC 9(11)V99.
          03 PED-UTILIZADO            PIC 9(11)V99.
          03 PED-SITUACAO             PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
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
       01 W-PED-ARQ     PIC X(01) VALUE "S".
       01 W-LINLST      PIC 9(02) VALUE ZEROS.
       01 W-VALOR-EDT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 DCTR-SITUACAO PIC X(08) VALUE SPACES.
       01 W-DESC-NOVA   PIC X(30) VALUE SPACES.

      *----------CONFERENCIA DAS DATAS DO CONTRATO--------------------
       01 W-DATA-OK     PIC X(01) VALUE "N".
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA8.
          03 W-DATA-AAAA   PIC 9(04).
          03 W-DATA-MM     PIC 9(02).
          03 W-DATA-DD     PIC 9(02).
       01 W-DIAS-TAB    PIC X(24)
                        VALUE "312831303130313130313031".
       01 W-DIAS-R REDEFINES W-DIAS-TAB.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
       01 W-ULT-DIA     PIC 9(02) VALUE ZEROS.
       01 W-QUOC        PIC 9(04) VALUE ZEROS.
       01 W-RESTO       PIC 9(04) VALUE ZEROS.

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * O CONTRATO GERA TITULOS TODO MES - EXIGE NIVEL 2 OU SUPERIOR
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
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO DE FORNECEDOR NAO ENCONTRADO ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O ARQCTR
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                OPEN OUTPUT ARQCTR
                MOVE "CRIANDO ARQUIVO DE CONTRATOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE ARQCTR
                GO TO R0A
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTRATOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
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
           OPEN INPUT ARQPED
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 MOVE "N" TO W-PED-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
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
           DISPLAY (08, 20) "SCE028 - CONTRATOS RECORRENTES"
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
           IF W-NIVEL < 2
              MOVE "CONTRATO"      TO W-SEG-FUNCAO
              MOVE "ACESSO NEGADO" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *****************************************
      * MENU DE MANUTENCAO                     *
      *****************************************
      *
       R1-MENU.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 10) "SCE028 - CONTRATOS RECORRENTES"
           DISPLAY (03, 10) "I=INCLUIR | A=ALTERAR | C=CONSULTAR"
           DISPLAY (04, 10) "U=SUSPENDER/REATIVAR | L=LISTAR"
           DISPLAY (05, 10) "S=SAIR"
           DISPLAY (07, 10) "OPCAO: "
           ACCEPT  (07, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "u" MOVE "U" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           IF W-OPCAO = "L"
              GO TO R7-LISTA.
           IF W-OPCAO NOT = "I" AND "A" AND "U" AND "C"
              GO TO R1-MENU.
       R2-NUMERO.
           DISPLAY (09, 10) "NUMERO DO CONTRATO: ".
           MOVE ZEROS TO CTR-NUMERO
           ACCEPT  (09, 31) CTR-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF CTR-NUMERO = ZEROS
              MOVE "*** NUMERO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-NUMERO.
           READ ARQCTR
           IF W-OPCAO = "I"
              GO TO R3-INCLUI.
           IF ST-ERRO2 = "23"
              MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-NUMERO.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE CONTRATOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM R8-MOSTRA THRU R8-MOSTRA-FIM
           IF W-OPCAO = "A"
              GO TO R4-ALTERA.
           IF W-OPCAO = "U"
              GO TO R5-SUSPENDE.
       R2-PAUSA.
           DISPLAY (17, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (17, 37) W-OPCAO
           GO TO R1-MENU.
      *
      *****************************************
      * ROTINA DE INCLUSAO DE CONTRATO         *
      *****************************************
      *
       R3-INCLUI.
           IF ST-ERRO2 = "00"
              MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-NUMERO.
           IF ST-ERRO2 NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE CONTRATOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO CTR-DESCRICAO
           MOVE ZEROS  TO CTR-CODIGO CTR-VALOR CTR-DIA-VENC CTR-INICIO
           CTR-FIM CTR-PEDIDO CTR-ULT-COMPET
           MOVE "A" TO CTR-SITUACAO.
       R3-CODIGO.
           DISPLAY (10, 10) "CODIGO DO FORNECEDOR :".
           ACCEPT  (10, 33) CTR-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF CTR-CODIGO = ZEROS
              MOVE "*** CODIGO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CODIGO.
           MOVE CTR-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "23"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CODIGO.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQFOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF FOR-SITUACAO = "I"
              MOVE "*** FORNECEDOR INATIVO - CONTRATO VEDADO ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CODIGO.
           DISPLAY (10, 41) FOR-NOME.
       R3-DESCRICAO.
           DISPLAY (11, 10) "DESCRICAO            :".
           ACCEPT  (11, 33) CTR-DESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-CODIGO.
           IF CTR-DESCRICAO = SPACES
              MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DESCRICAO.
       R3-VALOR.
           DISPLAY (12, 10) "VALOR MENSAL         :".
           ACCEPT  (12, 33) CTR-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-DESCRICAO.
           IF CTR-VALOR = ZEROS
              MOVE "*** VALOR NAO PODE FICAR ZERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-VALOR.
       R3-DIA.
           DISPLAY (13, 10) "DIA DO VENCIMENTO    :".
           ACCEPT  (13, 33) CTR-DIA-VENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-VALOR.
           IF CTR-DIA-VENC < 1 OR CTR-DIA-VENC > 31
              MOVE "*** DIA DO VENCIMENTO DEVE SER DE 1 A 31 ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DIA.
       R3-INICIO.
           DISPLAY (14, 10) "INICIO  (AAAAMMDD)   :".
           ACCEPT  (14, 33) CTR-INICIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-DIA.
           MOVE CTR-INICIO TO W-DATA8
           PERFORM R9-VALIDA-DATA THRU R9-VALIDA-DATA-FIM
           IF W-DATA-OK = "N"
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-INICIO.
       R3-FIM.
           DISPLAY (15, 10) "TERMINO (AAAAMMDD)   :".
           DISPLAY (15, 54) "(0=INDETERMINADO)"
           ACCEPT  (15, 33) CTR-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-INICIO.
           IF CTR-FIM NOT = ZEROS
              MOVE CTR-FIM TO W-DATA8
              PERFORM R9-VALIDA-DATA THRU R9-VALIDA-DATA-FIM
              IF W-DATA-OK = "N"
                 MOVE "*** DATA DE TERMINO INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3-FIM.
           IF CTR-FIM NOT = ZEROS AND CTR-FIM < CTR-INICIO
              MOVE "*** TERMINO ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-FIM.
      *---------[ PEDIDO DE COMPRA (OPCIONAL) ]-------------------------
      * QUANDO INFORMADO CADA TITULO GERADO CONSOME O SALDO DO PEDIDO,
      * DA MESMA FORMA QUE NO LANCAMENTO MANUAL DO SCE006
       R3-PEDIDO.
           DISPLAY (16, 10) "NUMERO DO PEDIDO     :".
           DISPLAY (16, 54) "(0=SEM PEDIDO)"
           ACCEPT  (16, 33) CTR-PEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-FIM.
           IF CTR-PEDIDO = ZEROS
              GO TO R3-CONFIRMA.
           PERFORM R9-VALIDA-PEDIDO THRU R9-VALIDA-PEDIDO-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-PEDIDO.
       R3-CONFIRMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (17, 10) "DESEJA SALVAR (S/N) : ".
           ACCEPT  (17, 33) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CONFIRMA.
       R3-WR1.
           WRITE REGCTR
           IF ST-ERRO2 = "00" OR "02"
              MOVE "CONTRATO"  TO W-SEG-FUNCAO
              MOVE SPACES      TO W-SEG-RESULT
              STRING "INCLUIDO " CTR-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** CONTRATO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF ST-ERRO2 = "22"
              MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CONTRATOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE ALTERACAO DO CONTRATO        *
      * (DESCRICAO, VALOR, DIA E TERMINO)      *
      * MESES JA FATURADOS NAO SAO REFEITOS    *
      *****************************************
      *
       R4-ALTERA.
           DISPLAY (16, 10) "NOVA DESCRICAO (BRANCO=MANTER): ".
           MOVE SPACES TO W-DESC-NOVA
           ACCEPT  (16, 42) W-DESC-NOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-DESC-NOVA NOT = SPACES
              MOVE W-DESC-NOVA TO CTR-DESCRICAO.
       R4-VALOR.
           DISPLAY (12, 41) "NOVO:".
           ACCEPT  (12, 47) CTR-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF CTR-VALOR = ZEROS
              MOVE "*** VALOR NAO PODE FICAR ZERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-VALOR.
       R4-DIA.
           DISPLAY (13, 41) "NOVO:".
           ACCEPT  (13, 47) CTR-DIA-VENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4-VALOR.
           IF CTR-DIA-VENC < 1 OR CTR-DIA-VENC > 31
              MOVE "*** DIA DO VENCIMENTO DEVE SER DE 1 A 31 ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-DIA.
       R4-FIM.
           DISPLAY (15, 41) "NOVO:".
           ACCEPT  (15, 47) CTR-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4-DIA.
           IF CTR-FIM NOT = ZEROS
              MOVE CTR-FIM TO W-DATA8
              PERFORM R9-VALIDA-DATA THRU R9-VALIDA-DATA-FIM
              IF W-DATA-OK = "N"
                 MOVE "*** DATA DE TERMINO INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4-FIM.
           IF CTR-FIM NOT = ZEROS AND CTR-FIM < CTR-INICIO
              MOVE "*** TERMINO ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-FIM.
           REWRITE REGCTR
           IF ST-ERRO2 = "00" OR "02"
              MOVE "CONTRATO"  TO W-SEG-FUNCAO
              MOVE SPACES      TO W-SEG-RESULT
              STRING "ALTERADO " CTR-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** CONTRATO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CONTRATOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * SUSPENSAO / REATIVACAO DO CONTRATO     *
      * CONTRATO SUSPENSO NAO E FATURADO E OS  *
      * MESES DA SUSPENSAO NAO SAO RECUPERADOS *
      *****************************************
      *
       R5-SUSPENDE.
           IF CTR-SITUACAO = "S"
              DISPLAY (17, 10) "DESEJA REATIVAR (S/N) : "
           ELSE
              DISPLAY (17, 10) "DESEJA SUSPENDER (S/N): ".
       R5-OPC.
           MOVE SPACES TO W-OPCAO
           ACCEPT  (17, 35) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CONTRATO NAO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-OPC.
           MOVE SPACES TO W-SEG-RESULT
           IF CTR-SITUACAO = "S"
              MOVE "A" TO CTR-SITUACAO
              STRING "REATIVADO " CTR-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT
           ELSE
              MOVE "S" TO CTR-SITUACAO
              STRING "SUSPENSO " CTR-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT.
           REWRITE REGCTR
           IF ST-ERRO2 = "00" OR "02"
              MOVE "CONTRATO"  TO W-SEG-FUNCAO
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** SITUACAO DO CONTRATO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CONTRATOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * LISTAGEM DE CONTRATOS POR FORNECEDOR   *
      *****************************************
      *
       R7-LISTA.
           DISPLAY (09, 10) "CODIGO DO FORNECEDOR : ".
           MOVE ZEROS TO CTR-CODIGO
           ACCEPT  (09, 33) CTR-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-TEM-REG
           MOVE 11 TO W-LINLST
           MOVE CTR-CODIGO TO FOR-CODIGO
           START ARQCTR KEY IS NOT LESS CTR-CODIGO
           IF ST-ERRO2 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
           DISPLAY (10, 10)
                "CONTR  DESCRICAO          VALOR         DIA ULT.MES S".
       R7-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R7-FIM.
           READ ARQCTR NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF CTR-CODIGO NOT = FOR-CODIGO
                    MOVE "Y" TO W-FIM-ARQ
                 ELSE
                    PERFORM R7-LINHA THRU R7-LINHA-FIM
                 END-IF
           END-READ
           GO TO R7-LOOP.
       R7-FIM.
           IF W-TEM-REG = "N"
              MOVE "*** NENHUM CONTRATO PARA ESTE FORNECEDOR ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           GO TO R2-PAUSA.
      *---------[ UMA LINHA DA LISTAGEM - PAGINA DE 6 CONTRATOS ]-----
       R7-LINHA.
           MOVE "S" TO W-TEM-REG
           MOVE CTR-VALOR TO W-VALOR-EDT
           DISPLAY (W-LINLST, 10) CTR-NUMERO
           DISPLAY (W-LINLST, 17) CTR-DESCRICAO (1:16)
           DISPLAY (W-LINLST, 34) W-VALOR-EDT
           DISPLAY (W-LINLST, 52) CTR-DIA-VENC
           DISPLAY (W-LINLST, 55) CTR-ULT-COMPET
           DISPLAY (W-LINLST, 62) CTR-SITUACAO
           ADD 1 TO W-LINLST
           IF W-LINLST NOT > 16
              GO TO R7-LINHA-FIM.
           DISPLAY (17, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (17, 37) W-OPCAO
           PERFORM R7-LIMPA THRU R7-LIMPA-FIM
                   VARYING W-LINLST FROM 11 BY 1 UNTIL W-LINLST > 16
           MOVE 11 TO W-LINLST.
       R7-LINHA-FIM.
                EXIT.
       R7-LIMPA.
           DISPLAY (W-LINLST, 10) W-LIMPA.
       R7-LIMPA-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ EXIBICAO DOS DADOS DO CONTRATO ]-------------------
       R8-MOSTRA.
           IF CTR-SITUACAO = "S"
              MOVE "SUSPENSO" TO DCTR-SITUACAO
           ELSE
              MOVE "ATIVO"    TO DCTR-SITUACAO.
           MOVE CTR-VALOR TO W-VALOR-EDT
           MOVE SPACES    TO FOR-NOME
           MOVE CTR-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "(FORNECEDOR NAO CADASTRADO)" TO FOR-NOME.
           DISPLAY (10, 10) "FORNECEDOR :"
           DISPLAY (10, 23) CTR-CODIGO
           DISPLAY (10, 30) FOR-NOME
           DISPLAY (11, 10) "DESCRICAO  :"
           DISPLAY (11, 23) CTR-DESCRICAO
           DISPLAY (12, 10) "VALOR      :"
           DISPLAY (12, 23) W-VALOR-EDT
           DISPLAY (13, 10) "DIA VENCTO :"
           DISPLAY (13, 23) CTR-DIA-VENC
           DISPLAY (14, 10) "INICIO     :"
           DISPLAY (14, 23) CTR-INICIO
           DISPLAY (14, 41) "PEDIDO:"
           DISPLAY (14, 49) CTR-PEDIDO
           DISPLAY (15, 10) "TERMINO    :"
           DISPLAY (15, 23) CTR-FIM
           DISPLAY (09, 41) "SITUACAO:"
           DISPLAY (09, 51) DCTR-SITUACAO
           DISPLAY (09, 60) "ULT.MES:"
           DISPLAY (09, 69) CTR-ULT-COMPET.
       R8-MOSTRA-FIM.
                EXIT.
      *---------[ PEDIDO DO MESMO FORNECEDOR E EM ABERTO ]------------
      * O SALDO E CONFERIDO MES A MES NA GERACAO DOS TITULOS
       R9-VALIDA-PEDIDO.
           MOVE SPACES TO MENS
           IF W-PED-ARQ NOT = "S"
              MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
              GO TO R9-VALIDA-PEDIDO-FIM.
           MOVE CTR-PEDIDO TO PED-NUMERO
           READ ARQPED
           IF ST-ERRO5 = "23"
              MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
              GO TO R9-VALIDA-PEDIDO-FIM.
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDOS" TO MENS
              GO TO R9-VALIDA-PEDIDO-FIM.
           IF PED-CODIGO NOT = CTR-CODIGO
              MOVE "*** PEDIDO PERTENCE A OUTRO FORNECEDOR ***" TO MENS
              GO TO R9-VALIDA-PEDIDO-FIM.
           IF PED-SITUACAO NOT = "A"
              MOVE "*** PEDIDO ENCERRADO ***" TO MENS.
       R9-VALIDA-PEDIDO-FIM.
                EXIT.
      *---------[ DATA AAAAMMDD VALIDA (W-DATA8) ]--------------------
       R9-VALIDA-DATA.
           MOVE "N" TO W-DATA-OK
           IF W-DATA-AAAA < 1900
              GO TO R9-VALIDA-DATA-FIM.
           IF W-DATA-MM < 01 OR W-DATA-MM > 12
              GO TO R9-VALIDA-DATA-FIM.
      *    FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO
           MOVE W-DIAS-MES (W-DATA-MM) TO W-ULT-DIA
           IF W-DATA-MM = 2
              DIVIDE W-DATA-AAAA BY 4 GIVING W-QUOC REMAINDER W-RESTO
              IF W-RESTO = ZEROS
                 MOVE 29 TO W-ULT-DIA
                 DIVIDE W-DATA-AAAA BY 100 GIVING W-QUOC
                        REMAINDER W-RESTO
                 IF W-RESTO = ZEROS
                    MOVE 28 TO W-ULT-DIA
                    DIVIDE W-DATA-AAAA BY 400 GIVING W-QUOC
                           REMAINDER W-RESTO
                    IF W-RESTO = ZEROS
                       MOVE 29 TO W-ULT-DIA.
           IF W-DATA-DD < 01 OR W-DATA-DD > W-ULT-DIA
              GO TO R9-VALIDA-DATA-FIM.
           MOVE "S" TO W-DATA-OK.
       R9-VALIDA-DATA-FIM.
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
           IF ST-ERRO4 NOT = "00"
              MOVE "*** AVISO: FALHA NO LOG DE SEGURANCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-SEGLOG-FIM.
                EXIT.
      *--------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQCTR ARQOPE ARQSEG ARQPED.
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
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
