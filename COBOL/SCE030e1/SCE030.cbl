       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE030.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * NOTAS DE CREDITO           *
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
           SELECT ARQNCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCR-NUMERO
                    ALTERNATE RECORD KEY IS NCR-CODIGO
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
           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    ALTERNATE RECORD KEY IS TIT-VENCIMENTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT ARQNCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCA-CHAVE
                    ALTERNATE RECORD KEY IS NCA-TITULO
                                   WITH DUPLICATES
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
      * NOTA DE CREDITO DO FORNECEDOR (DEVOLUCAO OU ABATIMENTO DADO
      * DEPOIS DO FATURAMENTO) - VALOR QUE O FORNECEDOR DEVE A EMPRESA
      * NCR-ORIGEM-NF/PARCELA: TITULO OU NOTA QUE DEU ORIGEM (OPCIONAL,
      * PARCELA ZERADA = A NOTA INTEIRA)
      * NCR-UTILIZADO: TOTAL JA COMPENSADO EM PARCELAS DO ARQTIT
      * NCR-SITUACAO: A = COM SALDO  U = TODA UTILIZADA  C = CANCELADA
       FD ARQNCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNCR.DAT".
       01 REGNCR.
          03 NCR-NUMERO               PIC 9(06).
          03 NCR-CODIGO               PIC 9(06).
          03 NCR-DATA                 PIC 9(08).
          03 NCR-VALOR                PIC 9(11)V99.
          03 NCR-UTILIZADO            PIC 9(11)V99.
          03 NCR-MOTIVO               PIC X(30).
          03 NCR-ORIGEM-NF            PIC X(10).
          03 NCR-ORIGEM-PARCELA       PIC 9(02).
          03 NCR-SITUACAO             PIC X(01).
          03 NCR-OPERADOR             PIC X(08).
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
      * COMPENSACAO DE UMA NOTA DE CREDITO EM UMA PARCELA DO ARQTIT
      * O VALOR COMPENSADO TAMBEM E SOMADO EM TIT-VALOR-PAGO - A
      * REMESSA (SCE007) SAI SO PELO LIQUIDO QUE SOBRA
      * NCA-SEQ SEPARA COMPENSACOES DA MESMA NOTA NA MESMA PARCELA
       FD ARQNCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNCA.DAT".
       01 REGNCA.
          03 NCA-CHAVE.
             05 NCA-NUMERO            PIC 9(06).
             05 NCA-TITULO.
                07 NCA-CODIGO         PIC 9(06).
                07 NCA-NF             PIC X(10).
                07 NCA-PARCELA        PIC 9(02).
             05 NCA-SEQ               PIC 9(02).
          03 NCA-DATA                 PIC 9(08).
          03 NCA-VALOR                PIC 9(11)V99.
          03 NCA-OPERADOR             PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
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
       01 W-VALOR-EDT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 DNCR-SITUACAO PIC X(10) VALUE SPACES.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.

      *----------COMPENSACAO DA NOTA NAS PARCELAS----------------------
      * O SALDO DA PARCELA E O LIQUIDO DE IMPOSTOS AINDA NAO PAGO NEM
      * COMPENSADO - SO PARCELA EM ABERTO (NAO REMETIDA) RECEBE CREDITO
       01 W-NCR-SALDO   PIC 9(11)V99 VALUE ZEROS.
       01 W-TIT-LIQUIDO PIC 9(11)V99 VALUE ZEROS.
       01 W-TIT-SALDO   PIC S9(11)V99 VALUE ZEROS.
       01 W-APL-VALOR   PIC 9(11)V99 VALUE ZEROS.
       01 W-APL-MAXIMO  PIC 9(11)V99 VALUE ZEROS.
       01 W-APL-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       01 W-APL-QTD     PIC 9(04) VALUE ZEROS.
       01 W-NF          PIC X(10) VALUE SPACES.
       01 W-PARCELA     PIC 9(02) VALUE ZEROS.

      *----------PARCELA DE VENCIMENTO MAIS ANTIGO (AUTOMATICA)--------
       01 W-MAIS-ANTIGA PIC X(01) VALUE "N".
       01 W-ANT-CHAVE   PIC X(18) VALUE SPACES.
       01 W-ANT-VENC    PIC 9(08) VALUE ZEROS.

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * A COMPENSACAO REDUZ O VALOR REMETIDO AO BANCO - EXIGE NIVEL 2
      * OU SUPERIOR
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
           OPEN I-O ARQNCR
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                OPEN OUTPUT ARQNCR
                MOVE "CRIANDO ARQUIVO DE NOTAS DE CREDITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                CLOSE ARQNCR
                GO TO R0A
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE NOTAS DE CREDITO"
                                                             TO MENS
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
           OPEN I-O ARQTIT
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                OPEN OUTPUT ARQTIT
                CLOSE ARQTIT
                GO TO R0D
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0E.
           OPEN I-O ARQNCA
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                OPEN OUTPUT ARQNCA
                CLOSE ARQNCA
                GO TO R0E
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE COMPENSACOES" TO
                MENS
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
           DISPLAY (08, 20) "SCE030 - NOTAS DE CREDITO"
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
              MOVE "CREDITO"       TO W-SEG-FUNCAO
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
           DISPLAY (01, 10) "SCE030 - NOTAS DE CREDITO"
           DISPLAY (03, 10) "I=INCLUIR | C=CONSULTAR | X=CANCELAR"
           DISPLAY (04, 10) "M=COMPENSAR ESCOLHIDA | O=AUTOMATICA"
           DISPLAY (05, 10) "L=LISTAR | S=SAIR"
           DISPLAY (07, 10) "OPCAO: "
           ACCEPT  (07, 18) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "x" MOVE "X" TO W-OPCAO.
           IF W-OPCAO = "m" MOVE "M" TO W-OPCAO.
           IF W-OPCAO = "o" MOVE "O" TO W-OPCAO.
           IF W-OPCAO = "l" MOVE "L" TO W-OPCAO.
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "S"
              GO TO ROT-FIM.
           IF W-OPCAO = "L"
              GO TO R7-LISTA.
           IF W-OPCAO NOT = "I" AND "C" AND "X" AND "M" AND "O"
              GO TO R1-MENU.
       R2-NUMERO.
           DISPLAY (09, 10) "NUMERO DA NOTA DE CREDITO: ".
           MOVE ZEROS TO NCR-NUMERO
           ACCEPT  (09, 38) NCR-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF NCR-NUMERO = ZEROS
              MOVE "*** NUMERO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-NUMERO.
           READ ARQNCR
           IF W-OPCAO = "I"
              GO TO R3-INCLUI.
           IF ST-ERRO2 = "23"
              MOVE "*** NOTA DE CREDITO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-NUMERO.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE NOTAS DE CREDITO" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM R8-MOSTRA THRU R8-MOSTRA-FIM
           IF W-OPCAO = "X"
              GO TO R4-CANCELA.
           IF W-OPCAO = "M"
              GO TO R5-MANUAL.
           IF W-OPCAO = "O"
              GO TO R6-AUTOMATICA.
       R2-PAUSA.
           DISPLAY (17, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (17, 37) W-OPCAO
           GO TO R1-MENU.
      *
      *****************************************
      * ROTINA DE INCLUSAO DA NOTA DE CREDITO  *
      *****************************************
      *
       R3-INCLUI.
           IF ST-ERRO2 = "00"
              MOVE "*** NOTA DE CREDITO JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-NUMERO.
           IF ST-ERRO2 NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE NOTAS DE CREDITO" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO NCR-MOTIVO NCR-ORIGEM-NF
           MOVE ZEROS  TO NCR-CODIGO NCR-DATA NCR-VALOR NCR-UTILIZADO
           NCR-ORIGEM-PARCELA
           MOVE "A" TO NCR-SITUACAO
           MOVE W-OPERADOR TO NCR-OPERADOR.
       R3-CODIGO.
           DISPLAY (10, 10) "CODIGO DO FORNECEDOR :".
           ACCEPT  (10, 33) NCR-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF NCR-CODIGO = ZEROS
              MOVE "*** CODIGO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CODIGO.
           MOVE NCR-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "23"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CODIGO.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQFOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (10, 41) FOR-NOME.
       R3-DATA.
           DISPLAY (11, 10) "DATA    (AAAAMMDD)   :".
           DISPLAY (11, 54) "(0=HOJE)"
           ACCEPT  (11, 33) NCR-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-CODIGO.
           IF NCR-DATA = ZEROS
              ACCEPT W-DATA8 FROM DATE YYYYMMDD
              MOVE W-DATA8 TO NCR-DATA
              DISPLAY (11, 33) NCR-DATA.
       R3-VALOR.
           DISPLAY (12, 10) "VALOR DO CREDITO     :".
           ACCEPT  (12, 33) NCR-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-DATA.
           IF NCR-VALOR = ZEROS
              MOVE "*** VALOR NAO PODE FICAR ZERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-VALOR.
       R3-MOTIVO.
           DISPLAY (13, 10) "MOTIVO               :".
           ACCEPT  (13, 33) NCR-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-VALOR.
           IF NCR-MOTIVO = SPACES
              MOVE "*** MOTIVO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-MOTIVO.
      *---------[ TITULO / NOTA DE ORIGEM (OPCIONAL) ]------------------
      * QUANDO INFORMADA A NOTA TEM QUE EXISTIR NO ARQTIT PARA O MESMO
      * FORNECEDOR - PARCELA ZERADA ACEITA QUALQUER PARCELA DA NOTA
       R3-ORIGEM.
           DISPLAY (14, 10) "NF DE ORIGEM         :".
           DISPLAY (14, 54) "(BRANCO=SEM ORIGEM)"
           ACCEPT  (14, 33) NCR-ORIGEM-NF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-MOTIVO.
           IF NCR-ORIGEM-NF = SPACES
              MOVE ZEROS TO NCR-ORIGEM-PARCELA
              GO TO R3-CONFIRMA.
       R3-ORIGEM-PARC.
           DISPLAY (15, 10) "PARCELA DE ORIGEM    :".
           DISPLAY (15, 54) "(0=NOTA INTEIRA)"
           ACCEPT  (15, 33) NCR-ORIGEM-PARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-ORIGEM.
           PERFORM R9-VALIDA-ORIGEM THRU R9-VALIDA-ORIGEM-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-ORIGEM.
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
           WRITE REGNCR
           IF ST-ERRO2 = "00" OR "02"
              MOVE "CREDITO"   TO W-SEG-FUNCAO
              MOVE SPACES      TO W-SEG-RESULT
              STRING "INCLUIDA " NCR-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** NOTA DE CREDITO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF ST-ERRO2 = "22"
              MOVE "*** NOTA DE CREDITO JA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE NOTAS DE CREDITO" TO
           MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * CANCELAMENTO DA NOTA DE CREDITO        *
      * SO NOTA AINDA NAO COMPENSADA           *
      *****************************************
      *
       R4-CANCELA.
           IF NCR-SITUACAO = "C"
              MOVE "*** NOTA DE CREDITO JA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF NCR-UTILIZADO NOT = ZEROS
              MOVE "*** NOTA JA COMPENSADA - CANCELAMENTO VEDADO ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           DISPLAY (17, 10) "DESEJA CANCELAR (S/N): ".
       R4-OPC.
           MOVE SPACES TO W-OPCAO
           ACCEPT  (17, 34) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** NOTA DE CREDITO NAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-OPC.
           MOVE "C" TO NCR-SITUACAO
           REWRITE REGNCR
           IF ST-ERRO2 = "00" OR "02"
              MOVE "CREDITO"   TO W-SEG-FUNCAO
              MOVE SPACES      TO W-SEG-RESULT
              STRING "CANCELADA " NCR-NUMERO DELIMITED BY SIZE
                     INTO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              MOVE "*** NOTA DE CREDITO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE NOTAS DE CREDITO" TO
           MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * COMPENSACAO EM PARCELA ESCOLHIDA       *
      *****************************************
      *
       R5-MANUAL.
           IF NCR-SITUACAO NOT = "A"
              MOVE "*** NOTA DE CREDITO SEM SALDO A COMPENSAR ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
       R5-NF.
           DISPLAY (16, 10) "NF A COMPENSAR:".
           MOVE SPACES TO W-NF
           ACCEPT  (16, 26) W-NF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           IF W-NF = SPACES
              MOVE "*** NOTA FISCAL NAO PODE FICAR EM BRANCO ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NF.
       R5-PARCELA.
           DISPLAY (16, 38) "PARCELA:".
           MOVE ZEROS TO W-PARCELA
           ACCEPT  (16, 47) W-PARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5-NF.
           MOVE NCR-CODIGO TO TIT-CODIGO
           MOVE W-NF       TO TIT-NF
           MOVE W-PARCELA  TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO5 = "23"
              MOVE "*** PARCELA NAO CADASTRADA PARA O FORNECEDOR ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NF.
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM R9-SALDO-TITULO THRU R9-SALDO-TITULO-FIM
           IF TIT-SITUACAO NOT = "A" OR W-TIT-SALDO NOT > ZEROS
              MOVE "*** PARCELA NAO ESTA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NF.
           COMPUTE W-NCR-SALDO = NCR-VALOR - NCR-UTILIZADO
           MOVE W-NCR-SALDO TO W-APL-MAXIMO
           IF W-TIT-SALDO < W-APL-MAXIMO
              MOVE W-TIT-SALDO TO W-APL-MAXIMO.
           MOVE W-TIT-SALDO TO W-VALOR-EDT
           DISPLAY (16, 51) "SALDO:"
           DISPLAY (16, 58) W-VALOR-EDT.
       R5-VALOR.
           DISPLAY (17, 10) "VALOR A COMPENSAR (0=MAXIMO):".
           MOVE ZEROS TO W-APL-VALOR
           ACCEPT  (17, 40) W-APL-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5-NF.
           IF W-APL-VALOR = ZEROS
              MOVE W-APL-MAXIMO TO W-APL-VALOR.
           IF W-APL-VALOR > W-APL-MAXIMO
              MOVE "*** VALOR EXCEDE O SALDO DA NOTA OU DA PARCELA ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-VALOR.
           PERFORM R9-COMPENSA THRU R9-COMPENSA-FIM
           MOVE "*** CREDITO COMPENSADO NA PARCELA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-MENU.
      *
      *****************************************
      * COMPENSACAO AUTOMATICA - PARCELAS EM   *
      * ABERTO DO FORNECEDOR PELO VENCIMENTO   *
      * MAIS ANTIGO ATE ACABAR O CREDITO       *
      *****************************************
      *
       R6-AUTOMATICA.
           IF NCR-SITUACAO NOT = "A"
              MOVE "*** NOTA DE CREDITO SEM SALDO A COMPENSAR ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           DISPLAY (17, 10)
                "COMPENSAR PELO VENCIMENTO MAIS ANTIGO (S/N):".
       R6-OPC.
           MOVE SPACES TO W-OPCAO
           ACCEPT  (17, 55) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** NENHUMA PARCELA COMPENSADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-OPC.
           MOVE ZEROS TO W-APL-QTD W-APL-TOTAL.
       R6-PROXIMA.
           IF NCR-SITUACAO NOT = "A"
              GO TO R6-FIM.
           PERFORM R6-MAIS-ANTIGA THRU R6-MAIS-ANTIGA-FIM
           IF W-MAIS-ANTIGA = "N"
              GO TO R6-FIM.
           MOVE W-ANT-CHAVE TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM R9-SALDO-TITULO THRU R9-SALDO-TITULO-FIM
           COMPUTE W-NCR-SALDO = NCR-VALOR - NCR-UTILIZADO
           MOVE W-NCR-SALDO TO W-APL-VALOR
           IF W-TIT-SALDO < W-APL-VALOR
              MOVE W-TIT-SALDO TO W-APL-VALOR.
           PERFORM R9-COMPENSA THRU R9-COMPENSA-FIM
           ADD 1 TO W-APL-QTD
           ADD W-APL-VALOR TO W-APL-TOTAL
           GO TO R6-PROXIMA.
       R6-FIM.
           IF W-APL-QTD = ZEROS
              MOVE "*** FORNECEDOR SEM PARCELA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           MOVE W-APL-TOTAL TO W-VALOR-EDT
           DISPLAY (16, 10) "PARCELAS COMPENSADAS:"
           DISPLAY (16, 32) W-APL-QTD
           DISPLAY (16, 38) "TOTAL:"
           DISPLAY (16, 45) W-VALOR-EDT
           GO TO R2-PAUSA.
      *---------[ PARCELA EM ABERTO DE VENCIMENTO MAIS ANTIGO ]---------
       R6-MAIS-ANTIGA.
           MOVE "N" TO W-MAIS-ANTIGA
           MOVE "N" TO W-FIM-ARQ
           MOVE NCR-CODIGO TO TIT-CODIGO
           MOVE SPACES     TO TIT-NF
           MOVE ZEROS      TO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS TIT-CHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO R6-MAIS-ANTIGA-FIM.
       R6-MAIS-ANTIGA-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO5 NOT = "00"
              GO TO R6-MAIS-ANTIGA-FIM.
           IF TIT-CODIGO NOT = NCR-CODIGO
              GO TO R6-MAIS-ANTIGA-FIM.
           IF TIT-SITUACAO NOT = "A"
              GO TO R6-MAIS-ANTIGA-LOOP.
           PERFORM R9-SALDO-TITULO THRU R9-SALDO-TITULO-FIM
           IF W-TIT-SALDO NOT > ZEROS
              GO TO R6-MAIS-ANTIGA-LOOP.
           IF W-MAIS-ANTIGA = "S" AND TIT-VENCIMENTO NOT < W-ANT-VENC
              GO TO R6-MAIS-ANTIGA-LOOP.
           MOVE "S"            TO W-MAIS-ANTIGA
           MOVE TIT-CHAVE      TO W-ANT-CHAVE
           MOVE TIT-VENCIMENTO TO W-ANT-VENC
           GO TO R6-MAIS-ANTIGA-LOOP.
       R6-MAIS-ANTIGA-FIM.
                EXIT.
      *
      *****************************************
      * LISTAGEM DAS NOTAS POR FORNECEDOR      *
      *****************************************
      *
       R7-LISTA.
           DISPLAY (09, 10) "CODIGO DO FORNECEDOR : ".
           MOVE ZEROS TO NCR-CODIGO
           ACCEPT  (09, 33) NCR-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1-MENU.
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-TEM-REG
           MOVE 11 TO W-LINLST
           MOVE NCR-CODIGO TO FOR-CODIGO
           START ARQNCR KEY IS NOT LESS NCR-CODIGO
           IF ST-ERRO2 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
           DISPLAY (10, 10)
                "NUMERO DATA     MOTIVO           SALDO             S".
       R7-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R7-FIM.
           READ ARQNCR NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF NCR-CODIGO NOT = FOR-CODIGO
                    MOVE "Y" TO W-FIM-ARQ
                 ELSE
                    PERFORM R7-LINHA THRU R7-LINHA-FIM
                 END-IF
           END-READ
           GO TO R7-LOOP.
       R7-FIM.
           IF W-TEM-REG = "N"
              MOVE "*** NENHUMA NOTA DE CREDITO PARA O FORNECEDOR ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           GO TO R2-PAUSA.
      *---------[ UMA LINHA DA LISTAGEM - PAGINA DE 6 NOTAS ]---------
       R7-LINHA.
           MOVE "S" TO W-TEM-REG
           COMPUTE W-NCR-SALDO = NCR-VALOR - NCR-UTILIZADO
           MOVE W-NCR-SALDO TO W-VALOR-EDT
           DISPLAY (W-LINLST, 10) NCR-NUMERO
           DISPLAY (W-LINLST, 17) NCR-DATA
           DISPLAY (W-LINLST, 26) NCR-MOTIVO (1:16)
           DISPLAY (W-LINLST, 43) W-VALOR-EDT
           DISPLAY (W-LINLST, 61) NCR-SITUACAO
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
      *---------[ EXIBICAO DOS DADOS DA NOTA DE CREDITO ]------------
       R8-MOSTRA.
           IF NCR-SITUACAO = "C"
              MOVE "CANCELADA"  TO DNCR-SITUACAO
           ELSE
              IF NCR-SITUACAO = "U"
                 MOVE "UTILIZADA" TO DNCR-SITUACAO
              ELSE
                 MOVE "COM SALDO" TO DNCR-SITUACAO.
           MOVE SPACES     TO FOR-NOME
           MOVE NCR-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "(FORNECEDOR NAO CADASTRADO)" TO FOR-NOME.
           COMPUTE W-NCR-SALDO = NCR-VALOR - NCR-UTILIZADO
           DISPLAY (10, 10) "FORNECEDOR :"
           DISPLAY (10, 23) NCR-CODIGO
           DISPLAY (10, 30) FOR-NOME
           DISPLAY (11, 10) "DATA       :"
           DISPLAY (11, 23) NCR-DATA
           DISPLAY (11, 41) "SITUACAO:"
           DISPLAY (11, 51) DNCR-SITUACAO
           MOVE NCR-VALOR TO W-VALOR-EDT
           DISPLAY (12, 10) "VALOR      :"
           DISPLAY (12, 23) W-VALOR-EDT
           MOVE NCR-UTILIZADO TO W-VALOR-EDT
           DISPLAY (12, 41) "COMPENSADO:"
           DISPLAY (12, 53) W-VALOR-EDT
           MOVE W-NCR-SALDO TO W-VALOR-EDT
           DISPLAY (13, 10) "SALDO      :"
           DISPLAY (13, 23) W-VALOR-EDT
           DISPLAY (14, 10) "MOTIVO     :"
           DISPLAY (14, 23) NCR-MOTIVO
           DISPLAY (15, 10) "ORIGEM     :"
           DISPLAY (15, 23) NCR-ORIGEM-NF
           DISPLAY (15, 34) NCR-ORIGEM-PARCELA.
       R8-MOSTRA-FIM.
                EXIT.
      *---------[ NOTA DE ORIGEM DO MESMO FORNECEDOR ]----------------
       R9-VALIDA-ORIGEM.
           MOVE SPACES TO MENS
           MOVE NCR-CODIGO         TO TIT-CODIGO
           MOVE NCR-ORIGEM-NF      TO TIT-NF
           MOVE NCR-ORIGEM-PARCELA TO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS TIT-CHAVE
           IF ST-ERRO5 NOT = "00"
              MOVE "*** NOTA DE ORIGEM NAO CADASTRADA ***" TO MENS
              GO TO R9-VALIDA-ORIGEM-FIM.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO5 NOT = "00"
              MOVE "*** NOTA DE ORIGEM NAO CADASTRADA ***" TO MENS
              GO TO R9-VALIDA-ORIGEM-FIM.
           IF TIT-CODIGO NOT = NCR-CODIGO OR
              TIT-NF NOT = NCR-ORIGEM-NF
              MOVE "*** NOTA DE ORIGEM NAO CADASTRADA ***" TO MENS
              GO TO R9-VALIDA-ORIGEM-FIM.
           IF NCR-ORIGEM-PARCELA NOT = ZEROS AND
              TIT-PARCELA NOT = NCR-ORIGEM-PARCELA
              MOVE "*** PARCELA DE ORIGEM NAO CADASTRADA ***" TO MENS.
       R9-VALIDA-ORIGEM-FIM.
                EXIT.
      *---------[ SALDO DA PARCELA A PAGAR ]--------------------------
       R9-SALDO-TITULO.
           COMPUTE W-TIT-LIQUIDO = TIT-VALOR - TIT-IRRF - TIT-INSS
           COMPUTE W-TIT-SALDO = W-TIT-LIQUIDO - TIT-VALOR-PAGO.
       R9-SALDO-TITULO-FIM.
                EXIT.
      *---------[ GRAVA A COMPENSACAO NA PARCELA E NA NOTA ]----------
      * PARCELA TODA COBERTA PELO CREDITO FICA PAGA (P) E NAO ENTRA
      * MAIS EM PROPOSTA NEM REMESSA
       R9-COMPENSA.
           ADD W-APL-VALOR TO TIT-VALOR-PAGO
           IF TIT-VALOR-PAGO NOT < W-TIT-LIQUIDO
              MOVE "P" TO TIT-SITUACAO.
           REWRITE REGTIT
           IF ST-ERRO5 NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           MOVE NCR-NUMERO   TO NCA-NUMERO
           MOVE TIT-CHAVE    TO NCA-TITULO
           MOVE 1            TO NCA-SEQ
           MOVE W-DATA8      TO NCA-DATA
           MOVE W-APL-VALOR  TO NCA-VALOR
           MOVE W-OPERADOR   TO NCA-OPERADOR.
       R9-COMPENSA-GRAVA.
           WRITE REGNCA
           IF ST-ERRO6 = "22" AND NCA-SEQ < 99
              ADD 1 TO NCA-SEQ
              GO TO R9-COMPENSA-GRAVA.
           IF ST-ERRO6 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE COMPENSACOES" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD W-APL-VALOR TO NCR-UTILIZADO
           IF NCR-UTILIZADO NOT < NCR-VALOR
              MOVE "U" TO NCR-SITUACAO.
           REWRITE REGNCR
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE NOTAS DE CREDITO" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CREDITO"   TO W-SEG-FUNCAO
           MOVE SPACES      TO W-SEG-RESULT
           STRING "COMPENSADA " NCR-NUMERO DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
       R9-COMPENSA-FIM.
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
           CLOSE ARQFOR ARQNCR ARQOPE ARQSEG ARQTIT ARQNCA.
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
