       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE029.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * FATURAMENTO DE CONTRATOS   *
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
           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-NUMERO
                    ALTERNATE RECORD KEY IS CTR-CODIGO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    ALTERNATE RECORD KEY IS PED-CODIGO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT RELCTR ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO5.
      *
           SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
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
      * CONTRATO DE COBRANCA MENSAL FIXA (MANUTENCAO NO SCE028)
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
       FD RELCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCTR.LST".
       01 REG-RELCTR                 PIC X(132).
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
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * O FATURAMENTO GRAVA TITULOS NO ARQTIT - EXIGE NIVEL 2 OU
      * SUPERIOR
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
       01 W-PED-ARQ      PIC X(01) VALUE "S".
       01 W-DATA-SIS.
          03 W-DATA-AA   PIC 9(02).
          03 W-DATA-MM   PIC 9(02).
          03 W-DATA-DD   PIC 9(02).
       01 W-DATA8        PIC 9(08) VALUE ZEROS.

      *----------RETENCAO DE IMPOSTOS (FORNECEDOR PESSOA FISICA)-------
      * AS MESMAS ALIQUOTAS DO LANCAMENTO MANUAL NO SCE006 - REVISAR
      * OS DOIS PROGRAMAS JUNTOS QUANDO A LEGISLACAO MUDAR
       01 W-ALIQ-IRRF   PIC 9(02)V99 VALUE 1,50.
       01 W-ALIQ-INSS   PIC 9(02)V99 VALUE 11,00.

      *----------COMPETENCIA FATURADA----------------------------------
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
          03 W-COMP-AAAA PIC 9(04).
          03 W-COMP-MM   PIC 9(02).
       01 W-COMP-AAMM    PIC 9(04) VALUE ZEROS.
       01 W-DIAS-TAB     PIC X(24) VALUE "312831303130313130313031".
       01 W-DIAS-R REDEFINES W-DIAS-TAB.
          03 W-DIAS-MES  PIC 9(02) OCCURS 12 TIMES.
       01 W-ULT-DIA      PIC 9(02) VALUE ZEROS.
       01 W-DIA          PIC 9(02) VALUE ZEROS.
       01 W-QUOC         PIC 9(04) VALUE ZEROS.
       01 W-RESTO        PIC 9(04) VALUE ZEROS.
       01 W-MOTIVO       PIC X(30) VALUE SPACES.
       01 W-PED-SALDO    PIC 9(11)V99 VALUE ZEROS.

      *----------NOTA DO TITULO DE CONTRATO----------------------------
      * "C" + NUMERO DO CONTRATO + AAMM DA COMPETENCIA - A MESMA CHAVE
      * NUNCA E GERADA DUAS VEZES PARA O MESMO MES
       01 W-NF-CTR.
          03 FILLER      PIC X(01) VALUE "C".
          03 W-NF-NUMERO PIC 9(05).
          03 W-NF-AAMM   PIC 9(04).

      *----------CONTADORES---------------------------------------------
       01 W-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-GER      PIC 9(06) VALUE ZEROS.
       01 W-QTD-SUSP     PIC 9(06) VALUE ZEROS.
       01 W-QTD-VIGE     PIC 9(06) VALUE ZEROS.
       01 W-QTD-JAFAT    PIC 9(06) VALUE ZEROS.
       01 W-QTD-OUTROS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR    PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-IRRF     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-INSS     PIC 9(13)V99 VALUE ZEROS.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "FATURAMENTO DE CONTRATOS RECORRENTES".

       01 W-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CAB2-DATA         PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(13) VALUE "COMPETENCIA:".
          03 CAB2-MM           PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 CAB2-AAAA         PIC 9(04).

       01 W-CAB3.
          03 FILLER            PIC X(06) VALUE "CONTR".
          03 FILLER            PIC X(07) VALUE "CODIGO".
          03 FILLER            PIC X(21) VALUE "FORNECEDOR".
          03 FILLER            PIC X(11) VALUE "NOTA".
          03 FILLER            PIC X(09) VALUE "VENCTO".
          03 FILLER            PIC X(18) VALUE "            VALOR".
          03 FILLER            PIC X(14) VALUE "         IRRF".
          03 FILLER            PIC X(14) VALUE "         INSS".
          03 FILLER            PIC X(30) VALUE "RESULTADO".

       01 W-LINDET.
          03 WD-NUMERO         PIC 9(05).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-CODIGO         PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-NOME           PIC X(20).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-NF             PIC X(10).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-VENCTO         PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-IRRF           PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-INSS           PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-RESULTADO      PIC X(30).

       01 W-LINPULO.
          03 WP-NUMERO         PIC 9(05).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-CODIGO         PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WP-DESCRICAO      PIC X(30).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 FILLER            PIC X(09) VALUE "PULADO - ".
          03 WP-MOTIVO         PIC X(30).

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINTOTAL.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(33)
             VALUE "TOTAL DOS TITULOS GERADOS.......:".
          03 WT-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-IRRF           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-INSS           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "CONTRATOS LIDOS.:".
          03 WR-LIDOS          PIC ZZZ.ZZ9.

       01 W-LINRESUMO2.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "TITULOS GERADOS.:".
          03 WR-GER            PIC ZZZ.ZZ9.

       01 W-LINRESUMO3.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "PULADOS SUSPENSO:".
          03 WR-SUSP           PIC ZZZ.ZZ9.

       01 W-LINRESUMO4.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "PULADOS VIGENCIA:".
          03 WR-VIGE           PIC ZZZ.ZZ9.

       01 W-LINRESUMO5.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "JA FATURADOS....:".
          03 WR-JAFAT          PIC ZZZ.ZZ9.

       01 W-LINRESUMO6.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "OUTROS MOTIVOS..:".
          03 WR-OUTROS         PIC ZZZ.ZZ9.
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
           OPEN I-O ARQTIT
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                OPEN OUTPUT ARQTIT
                DISPLAY "CRIANDO ARQUIVO DE TITULOS"
                CLOSE ARQTIT
                GO TO R0A
              ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTIT - STATUS "
                        ST-ERRO2
                GO TO ROT-FIM.
       R0B.
           OPEN I-O ARQCTR
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30" OR "35"
                 DISPLAY "*** NENHUM CONTRATO CADASTRADO (SCE028) ***"
                 GO TO ROT-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCTR - STATUS "
                         ST-ERRO3
                 GO TO ROT-FIM.
       R0C.
           OPEN I-O ARQPED
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR "35"
                 MOVE "N" TO W-PED-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPED - STATUS "
                         ST-ERRO4
                 GO TO ROT-FIM.
       R0D.
           OPEN I-O ARQOPE
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQOPE - STATUS "
                      ST-ERRO6
              GO TO ROT-FIM.
       R0E.
           OPEN EXTEND ARQSEG
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "05" OR "35"
                OPEN OUTPUT ARQSEG
                CLOSE ARQSEG
                OPEN EXTEND ARQSEG
              ELSE
                DISPLAY "ERRO NA ABERTURA DO LOG DE SEGURANCA - "
                        "STATUS " ST-ERRO7
                GO TO ROT-FIM.
       R0F.
           OPEN OUTPUT RELCTR
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCTR - STATUS "
                      ST-ERRO5
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
           DISPLAY "SCE029 - FATURAMENTO DE CONTRATOS"
           DISPLAY "OPERADOR: "
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR
           DISPLAY "SENHA   : "
           MOVE SPACES TO W-SENHA
           ACCEPT W-SENHA WITH SECURE
           MOVE W-OPERADOR TO OPE-CODIGO
           READ ARQOPE
           IF ST-ERRO6 = "00"
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
              MOVE "CONTRATOS"     TO W-SEG-FUNCAO
              MOVE "ACESSO NEGADO" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              DISPLAY "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***"
              GO TO ROT-FIM.
           MOVE "CONTRATOS"           TO W-SEG-FUNCAO
           MOVE "PROCESSO INICIADO"   TO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *------------- COMPETENCIA A FATURAR ------------------
       R1.
           ACCEPT W-DATA-SIS FROM DATE
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA A FATURAR (AAAAMM, 0=MES ATUAL): "
           MOVE ZEROS TO W-COMPET
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              MOVE W-DATA8 (1:6) TO W-COMPET.
           IF W-COMP-MM < 1 OR W-COMP-MM > 12 OR W-COMP-AAAA < 1900
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO R1.
           MOVE W-COMPET (3:4) TO W-COMP-AAMM
      *    FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO
           MOVE W-DIAS-MES (W-COMP-MM) TO W-ULT-DIA
           IF W-COMP-MM = 2
              DIVIDE W-COMP-AAAA BY 4 GIVING W-QUOC REMAINDER W-RESTO
              IF W-RESTO = ZEROS
                 MOVE 29 TO W-ULT-DIA
                 DIVIDE W-COMP-AAAA BY 100 GIVING W-QUOC
                        REMAINDER W-RESTO
                 IF W-RESTO = ZEROS
                    MOVE 28 TO W-ULT-DIA
                    DIVIDE W-COMP-AAAA BY 400 GIVING W-QUOC
                           REMAINDER W-RESTO
                    IF W-RESTO = ZEROS
                       MOVE 29 TO W-ULT-DIA.
           MOVE W-DATA-SIS  TO CAB2-DATA
           MOVE W-COMP-MM   TO CAB2-MM
           MOVE W-COMP-AAAA TO CAB2-AAAA
           WRITE REG-RELCTR FROM W-CAB1
           WRITE REG-RELCTR FROM W-CAB2
           WRITE REG-RELCTR FROM W-LINBRANCO
           WRITE REG-RELCTR FROM W-CAB3.
      *
      *****************************************
      * LEITURA DOS CONTRATOS                  *
      *****************************************
      *
       R2.
           MOVE ZEROS TO CTR-NUMERO
           START ARQCTR KEY IS NOT LESS CTR-NUMERO
           IF ST-ERRO3 NOT = "00"
              GO TO R4.
       R2-LOOP.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO3 NOT = "00"
              GO TO R4.
           ADD 1 TO W-QTD-LIDOS
           PERFORM R3-CONTRATO THRU R3-CONTRATO-FIM
           GO TO R2-LOOP.
      *---------[ UM CONTRATO ]-----------------------------------------
      * SUSPENSO, FORA DA VIGENCIA OU JA FATURADO NO MES E PULADO E
      * APARECE NO RELATORIO COM O MOTIVO
       R3-CONTRATO.
           IF CTR-SITUACAO = "S"
              MOVE "CONTRATO SUSPENSO" TO W-MOTIVO
              ADD 1 TO W-QTD-SUSP
              GO TO R3-PULA.
           IF CTR-INICIO (1:6) > W-COMPET
              MOVE "VIGENCIA AINDA NAO INICIADA" TO W-MOTIVO
              ADD 1 TO W-QTD-VIGE
              GO TO R3-PULA.
           IF CTR-FIM NOT = ZEROS AND CTR-FIM (1:6) < W-COMPET
              MOVE "CONTRATO VENCIDO" TO W-MOTIVO
              ADD 1 TO W-QTD-VIGE
              GO TO R3-PULA.
           IF CTR-ULT-COMPET = W-COMPET
              MOVE "JA FATURADO NA COMPETENCIA" TO W-MOTIVO
              ADD 1 TO W-QTD-JAFAT
              GO TO R3-PULA.
           MOVE CTR-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO CADASTRADO" TO W-MOTIVO
              ADD 1 TO W-QTD-OUTROS
              GO TO R3-PULA.
           IF FOR-SITUACAO = "I"
              MOVE "FORNECEDOR INATIVO" TO W-MOTIVO
              ADD 1 TO W-QTD-OUTROS
              GO TO R3-PULA.
      *    TITULO DO MES JA EXISTE (EX.: QUEDA ANTES DE ATUALIZAR O
      *    CONTRATO) - SO ACERTA O ULTIMO MES FATURADO
           MOVE CTR-NUMERO  TO W-NF-NUMERO
           MOVE W-COMP-AAMM TO W-NF-AAMM
           MOVE CTR-CODIGO  TO TIT-CODIGO
           MOVE W-NF-CTR    TO TIT-NF
           MOVE 1           TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO2 = "00"
              MOVE "JA FATURADO NA COMPETENCIA" TO W-MOTIVO
              ADD 1 TO W-QTD-JAFAT
              PERFORM R3-ATUALIZA-CTR THRU R3-ATUALIZA-CTR-FIM
              GO TO R3-PULA.
           IF CTR-PEDIDO NOT = ZEROS
              PERFORM R3-CONFERE-PEDIDO THRU R3-CONFERE-PEDIDO-FIM
              IF W-MOTIVO NOT = SPACES
                 ADD 1 TO W-QTD-OUTROS
                 GO TO R3-PULA.
      *---------[ GRAVACAO DO TITULO DO MES ]---------------------------
      * EMISSAO NO PRIMEIRO DIA DA COMPETENCIA - DIA DE VENCIMENTO
      * ALEM DO FIM DO MES VENCE NO ULTIMO DIA
           MOVE CTR-DIA-VENC TO W-DIA
           IF W-DIA > W-ULT-DIA
              MOVE W-ULT-DIA TO W-DIA.
           MOVE CTR-CODIGO  TO TIT-CODIGO
           MOVE W-NF-CTR    TO TIT-NF
           MOVE 1           TO TIT-PARCELA
           COMPUTE TIT-EMISSAO    = W-COMPET * 100 + 1
           COMPUTE TIT-VENCIMENTO = W-COMPET * 100 + W-DIA
           MOVE CTR-VALOR     TO TIT-VALOR
           MOVE CTR-PEDIDO    TO TIT-PEDIDO
           MOVE CTR-DESCRICAO TO TIT-DESCRICAO
           MOVE ZEROS TO TIT-VALOR-PAGO TIT-IRRF TIT-INSS
           IF FOR-TIPOCLIENTE = "F"
              COMPUTE TIT-IRRF ROUNDED =
                      TIT-VALOR * W-ALIQ-IRRF / 100
              COMPUTE TIT-INSS ROUNDED =
                      TIT-VALOR * W-ALIQ-INSS / 100.
           MOVE "A" TO TIT-SITUACAO
           WRITE REGTIT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO2
              GO TO ROT-FIM.
           IF CTR-PEDIDO NOT = ZEROS
              PERFORM R3-BAIXA-PEDIDO THRU R3-BAIXA-PEDIDO-FIM.
           PERFORM R3-ATUALIZA-CTR THRU R3-ATUALIZA-CTR-FIM
           ADD 1 TO W-QTD-GER
           ADD TIT-VALOR TO W-TOT-VALOR
           ADD TIT-IRRF  TO W-TOT-IRRF
           ADD TIT-INSS  TO W-TOT-INSS
           MOVE CTR-NUMERO     TO WD-NUMERO
           MOVE CTR-CODIGO     TO WD-CODIGO
           MOVE FOR-NOME       TO WD-NOME
           MOVE TIT-NF         TO WD-NF
           MOVE TIT-VENCIMENTO TO WD-VENCTO
           MOVE TIT-VALOR      TO WD-VALOR
           MOVE TIT-IRRF       TO WD-IRRF
           MOVE TIT-INSS       TO WD-INSS
           MOVE "TITULO GERADO" TO WD-RESULTADO
           WRITE REG-RELCTR FROM W-LINDET
           GO TO R3-CONTRATO-FIM.
       R3-PULA.
           MOVE CTR-NUMERO    TO WP-NUMERO
           MOVE CTR-CODIGO    TO WP-CODIGO
           MOVE CTR-DESCRICAO TO WP-DESCRICAO
           MOVE W-MOTIVO      TO WP-MOTIVO
           WRITE REG-RELCTR FROM W-LINPULO.
       R3-CONTRATO-FIM.
                EXIT.
      *---------[ PEDIDO DO CONTRATO COBRE O VALOR DO MES ]------------
       R3-CONFERE-PEDIDO.
           MOVE SPACES TO W-MOTIVO
           IF W-PED-ARQ NOT = "S"
              MOVE "PEDIDO NAO CADASTRADO" TO W-MOTIVO
              GO TO R3-CONFERE-PEDIDO-FIM.
           MOVE CTR-PEDIDO TO PED-NUMERO
           READ ARQPED
           IF ST-ERRO4 NOT = "00"
              MOVE "PEDIDO NAO CADASTRADO" TO W-MOTIVO
              GO TO R3-CONFERE-PEDIDO-FIM.
           IF PED-CODIGO NOT = CTR-CODIGO
              MOVE "PEDIDO DE OUTRO FORNECEDOR" TO W-MOTIVO
              GO TO R3-CONFERE-PEDIDO-FIM.
           IF PED-SITUACAO NOT = "A"
              MOVE "PEDIDO ENCERRADO" TO W-MOTIVO
              GO TO R3-CONFERE-PEDIDO-FIM.
           COMPUTE W-PED-SALDO = PED-VALOR - PED-UTILIZADO
           IF CTR-VALOR > W-PED-SALDO
              MOVE "VALOR EXCEDE O SALDO DO PEDIDO" TO W-MOTIVO.
       R3-CONFERE-PEDIDO-FIM.
                EXIT.
      *---------[ BAIXA DO SALDO DO PEDIDO DE COMPRA ]-----------------
      * MESMA REGRA DO SCE006 - FECHA O PEDIDO TODO UTILIZADO
       R3-BAIXA-PEDIDO.
           MOVE CTR-PEDIDO TO PED-NUMERO
           READ ARQPED
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** AVISO: FALHA NA BAIXA DO PEDIDO " CTR-PEDIDO
              GO TO R3-BAIXA-PEDIDO-FIM.
           ADD CTR-VALOR TO PED-UTILIZADO
           IF PED-UTILIZADO NOT < PED-VALOR
              MOVE "F" TO PED-SITUACAO.
           REWRITE REGPED
           IF ST-ERRO4 NOT = "00" AND "02"
              DISPLAY "*** AVISO: FALHA NA BAIXA DO PEDIDO " CTR-PEDIDO.
       R3-BAIXA-PEDIDO-FIM.
                EXIT.
      *---------[ ULTIMO MES FATURADO DO CONTRATO ]--------------------
      * COMPETENCIA ANTERIOR FATURADA DEPOIS (ATRASADA) NAO RECUA O
      * ULTIMO MES
       R3-ATUALIZA-CTR.
           IF CTR-ULT-COMPET NOT < W-COMPET
              GO TO R3-ATUALIZA-CTR-FIM.
           MOVE W-COMPET TO CTR-ULT-COMPET
           REWRITE REGCTR
           IF ST-ERRO3 NOT = "00" AND "02"
              DISPLAY "*** AVISO: FALHA NA ATUALIZACAO DO CONTRATO "
                      CTR-NUMERO " - STATUS " ST-ERRO3.
       R3-ATUALIZA-CTR-FIM.
                EXIT.
      *---------[ TOTAIS E RESUMO ]------------------------------------
       R4.
           WRITE REG-RELCTR FROM W-LINBRANCO
           MOVE W-TOT-VALOR  TO WT-VALOR
           MOVE W-TOT-IRRF   TO WT-IRRF
           MOVE W-TOT-INSS   TO WT-INSS
           WRITE REG-RELCTR FROM W-LINTOTAL
           WRITE REG-RELCTR FROM W-LINBRANCO
           MOVE W-QTD-LIDOS  TO WR-LIDOS
           MOVE W-QTD-GER    TO WR-GER
           MOVE W-QTD-SUSP   TO WR-SUSP
           MOVE W-QTD-VIGE   TO WR-VIGE
           MOVE W-QTD-JAFAT  TO WR-JAFAT
           MOVE W-QTD-OUTROS TO WR-OUTROS
           WRITE REG-RELCTR FROM W-LINRESUMO
           WRITE REG-RELCTR FROM W-LINRESUMO2
           WRITE REG-RELCTR FROM W-LINRESUMO3
           WRITE REG-RELCTR FROM W-LINRESUMO4
           WRITE REG-RELCTR FROM W-LINRESUMO5
           WRITE REG-RELCTR FROM W-LINRESUMO6
           DISPLAY "FATURAMENTO CONCLUIDO - COMPETENCIA " W-COMPET
                   "  GERADOS: " W-QTD-GER
                   "  PULADOS: " W-QTD-SUSP " " W-QTD-VIGE " "
                   W-QTD-JAFAT " " W-QTD-OUTROS
           DISPLAY "RELATORIO GRAVADO EM RELCTR.LST"
           MOVE "CONTRATOS"    TO W-SEG-FUNCAO
           MOVE SPACES         TO W-SEG-RESULT
           STRING "GERADOS " W-QTD-GER DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQTIT ARQCTR ARQPED RELCTR ARQOPE ARQSEG.
           GOBACK.
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
           IF ST-ERRO7 NOT = "00"
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
