       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE027.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * DIARIO CONTABIL            *
      ******************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    ALTERNATE RECORD KEY IS TIT-VENCIMENTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQPGH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PGH-CHAVE
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-CHAVE
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT ARQTCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCT-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT ARQLCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCX-CHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT ARQDIA ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO6.
      *
           SELECT RELDIA ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO7.
      *
           SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-CODIGO
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT ARQNCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCA-CHAVE
                    ALTERNATE RECORD KEY IS NCA-TITULO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO10.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * MAPEAMENTO CONTABIL (MANUTENCAO NO SCE026)
      * TIPO C = PLANO DE CONTAS  F = DESPESA PADRAO DO FORNECEDOR
      * TIPO S = CONTA GERAL (FORNECEDORES, IRRF, INSS, BANCO, DESPESA)
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
      * CONTA DE DESPESA INFORMADA NO TITULO (SCE006) - PREVALECE
      * SOBRE A CONTA PADRAO DO FORNECEDOR
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
      * CONTROLE DE EXPORTACAO CONTABIL
      * UM REGISTRO POR DOCUMENTO JA LANCADO NO DIARIO - TIPO T =
      * TITULO (CHAVE DO ARQTIT)  P = PAGAMENTO (CHAVE DO ARQPGH)
      * N = COMPENSACAO DE NOTA DE CREDITO (NUMERO DA NOTA, NF,
      * PARCELA E SEQUENCIA DO ARQNCA).
      * DOCUMENTO PRESENTE AQUI NUNCA E EXPORTADO DE NOVO
       FD ARQLCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLCX.DAT".
       01 REGLCX.
          03 LCX-CHAVE.
             05 LCX-TIPO              PIC X(01).
             05 LCX-DOCUMENTO         PIC X(20).
          03 LCX-LOTE                 PIC 9(06).
          03 LCX-DATA                 PIC 9(08).
          03 LCX-OPERADOR             PIC X(08).
      *-----------------------------------------------------------------
      * DIARIO PARA A CONTABILIDADE - UM ARQUIVO POR LOTE
      * (EX.: DIA000012.TXT), UMA LINHA POR PARTIDA
       FD ARQDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-DIA-NOME.
       01 REG-DIA.
          03 DIA-LOTE                 PIC 9(06).
          03 DIA-SEQ                  PIC 9(06).
          03 DIA-DATA                 PIC 9(08).
          03 DIA-CONTA                PIC X(20).
          03 DIA-DC                   PIC X(01).
          03 DIA-VALOR                PIC 9(13)V99.
          03 DIA-HISTORICO            PIC X(40).
          03 DIA-ORIGEM               PIC X(01).
          03 DIA-DOCUMENTO            PIC X(20).
          03 DIA-CODIGO               PIC 9(06).
      *-----------------------------------------------------------------
       FD RELDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIA.LST".
       01 REG-RELDIA                 PIC X(132).
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
      * COMPENSACAO DE NOTA DE CREDITO EM TITULO (SCE030)
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
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * A EXPORTACAO MARCA OS DOCUMENTOS COMO LANCADOS - EXIGE NIVEL 2
      * OU SUPERIOR
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
       01 W-TCT-ARQ      PIC X(01) VALUE "S".
       01 W-PGH-ARQ      PIC X(01) VALUE "S".
       01 W-NCA-ARQ      PIC X(01) VALUE "S".
       01 W-DATA-SIS.
          03 W-DATA-AA   PIC 9(02).
          03 W-DATA-MM   PIC 9(02).
          03 W-DATA-DD   PIC 9(02).
       01 W-DATA8        PIC 9(08) VALUE ZEROS.

      *----------PERIODO E LOTE----------------------------------------
      * TITULOS ENTRAM PELA DATA DE EMISSAO, PAGAMENTOS PELA DATA DO
      * PAGAMENTO NO ARQPGH E COMPENSACOES PELA DATA DA COMPENSACAO
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01 W-LOTE         PIC 9(06) VALUE ZEROS.
       01 W-SEQ          PIC 9(06) VALUE ZEROS.
       01 W-DIA-NOME     PIC X(13) VALUE SPACES.

      *----------CONTAS GERAIS (TIPO S DO ARQCTB)----------------------
       01 W-CTA-FORNEC   PIC X(20) VALUE SPACES.
       01 W-CTA-IRRF     PIC X(20) VALUE SPACES.
       01 W-CTA-INSS     PIC X(20) VALUE SPACES.
       01 W-CTA-BANCO    PIC X(20) VALUE SPACES.
       01 W-CTA-DESPESA  PIC X(20) VALUE SPACES.
       01 W-CTA-CREDITO  PIC X(20) VALUE SPACES.
       01 W-CTA-PAPEL    PIC X(20) VALUE SPACES.
       01 W-CTA-LIDA     PIC X(20) VALUE SPACES.

      *----------DOCUMENTO EM TRATAMENTO-------------------------------
       01 W-CTA-DESP-TIT PIC X(20) VALUE SPACES.
       01 W-LIQUIDO      PIC 9(13)V99 VALUE ZEROS.
       01 W-MOTIVO       PIC X(40) VALUE SPACES.
       01 W-DOC-CHAVE    PIC X(20) VALUE SPACES.

      *----------PARTIDA A GRAVAR NO DIARIO----------------------------
       01 W-LAN-DATA     PIC 9(08) VALUE ZEROS.
       01 W-LAN-CONTA    PIC X(20) VALUE SPACES.
       01 W-LAN-DC       PIC X(01) VALUE SPACES.
       01 W-LAN-VALOR    PIC 9(13)V99 VALUE ZEROS.
       01 W-LAN-HIST     PIC X(40) VALUE SPACES.
       01 W-LAN-ORIGEM   PIC X(01) VALUE SPACES.
       01 W-LAN-CODIGO   PIC 9(06) VALUE ZEROS.

      *----------TOTAIS POR CONTA--------------------------------------
      * A ULTIMA POSICAO ACUMULA AS CONTAS QUE NAO COUBEREM NA TABELA
       01 W-TAB-QTD      PIC 9(03) VALUE ZEROS.
       01 W-TAB-IDX      PIC 9(03) VALUE ZEROS.
       01 W-TAB-POS      PIC 9(03) VALUE ZEROS.
       01 W-TAB-CONTAS.
          03 W-TAB-ITEM OCCURS 200 TIMES.
             05 W-TAB-CONTA   PIC X(20).
             05 W-TAB-DEB     PIC 9(13)V99.
             05 W-TAB-CRE     PIC 9(13)V99.

      *----------CONTADORES---------------------------------------------
       01 W-QTD-TIT      PIC 9(06) VALUE ZEROS.
       01 W-QTD-PGT      PIC 9(06) VALUE ZEROS.
       01 W-QTD-NCA      PIC 9(06) VALUE ZEROS.
       01 W-QTD-JAEXP    PIC 9(06) VALUE ZEROS.
       01 W-QTD-EXC      PIC 9(06) VALUE ZEROS.
       01 W-QTD-PART     PIC 9(06) VALUE ZEROS.
       01 W-TOT-DEB      PIC 9(15)V99 VALUE ZEROS.
       01 W-TOT-CRE      PIC 9(15)V99 VALUE ZEROS.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "DIARIO CONTABIL - CONTAS A PAGAR".

       01 W-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CAB2-DATA         PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(09) VALUE "PERIODO:".
          03 CAB2-INI          PIC 9(08).
          03 FILLER            PIC X(03) VALUE " A ".
          03 CAB2-FIM          PIC 9(08).
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(06) VALUE "LOTE:".
          03 CAB2-LOTE         PIC 9(06).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 CAB2-NOME         PIC X(13).

       01 W-LINSECAO.
          03 FILLER            PIC X(04) VALUE "*** ".
          03 WX-TITULO         PIC X(50).

       01 W-CAB-EXC.
          03 FILLER            PIC X(02) VALUE "T".
          03 FILLER            PIC X(07) VALUE "CODIGO".
          03 FILLER            PIC X(11) VALUE "NOTA FISCAL".
          03 FILLER            PIC X(03) VALUE "PC".
          03 FILLER            PIC X(09) VALUE "DATA".
          03 FILLER            PIC X(18) VALUE "VALOR".
          03 FILLER            PIC X(40) VALUE "MOTIVO".

       01 W-LINEXC.
          03 WE-TIPO           PIC X(01).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-CODIGO         PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-NF             PIC X(10).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-PARC           PIC 9(02).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-DATA           PIC 9(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WE-MOTIVO         PIC X(40).

       01 W-CAB-CTA.
          03 FILLER            PIC X(21) VALUE "CONTA".
          03 FILLER            PIC X(31) VALUE "DESCRICAO".
          03 FILLER            PIC X(21) VALUE "           DEBITO".
          03 FILLER            PIC X(21) VALUE "          CREDITO".

       01 W-LINCTA.
          03 WT-CONTA          PIC X(20).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-DESCRICAO      PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-DEB            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-CRE            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINTOT.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-TEXTO          PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-TOT-DEB        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WT-TOT-CRE        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "TITULOS LANCADOS:".
          03 WR-TIT            PIC ZZZ.ZZ9.

       01 W-LINRESUMO2.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "PAGTOS LANCADOS.:".
          03 WR-PGT            PIC ZZZ.ZZ9.

       01 W-LINRESUMO6.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "CREDITOS LANCADOS:".
          03 WR-NCA            PIC ZZZ.ZZ9.

       01 W-LINRESUMO3.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "PARTIDAS GERADAS:".
          03 WR-PART           PIC ZZZ.ZZ9.

       01 W-LINRESUMO4.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "JA EXPORTADOS...:".
          03 WR-JAEXP          PIC ZZZ.ZZ9.

       01 W-LINRESUMO5.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "EXCECOES........:".
          03 WR-EXC            PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQTIT
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO
              GO TO ROT-FIM.
       R0A.
           OPEN INPUT ARQPGH
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 MOVE "N" TO W-PGH-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPGH - STATUS "
                         ST-ERRO2
                 GO TO ROT-FIM.
       R0B.
           OPEN INPUT ARQCTB
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30" OR "35"
                 DISPLAY "*** MAPEAMENTO CONTABIL NAO CADASTRADO - "
                         "USE O SCE026 ***"
                 GO TO ROT-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCTB - STATUS "
                         ST-ERRO3
                 GO TO ROT-FIM.
       R0C.
           OPEN INPUT ARQTCT
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR "35"
                 MOVE "N" TO W-TCT-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTCT - STATUS "
                         ST-ERRO4
                 GO TO ROT-FIM.
       R0D.
           OPEN I-O ARQLCX
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                OPEN OUTPUT ARQLCX
                DISPLAY "CRIANDO ARQUIVO DE CONTROLE DE EXPORTACAO"
                CLOSE ARQLCX
                GO TO R0D
              ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQLCX - STATUS "
                        ST-ERRO5
                GO TO ROT-FIM.
       R0E.
           OPEN I-O ARQOPE
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQOPE - STATUS "
                      ST-ERRO8
              GO TO ROT-FIM.
       R0F.
           OPEN EXTEND ARQSEG
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "05" OR "35"
                OPEN OUTPUT ARQSEG
                CLOSE ARQSEG
                OPEN EXTEND ARQSEG
              ELSE
                DISPLAY "ERRO NA ABERTURA DO LOG DE SEGURANCA - "
                        "STATUS " ST-ERRO9
                GO TO ROT-FIM.
       R0G.
           OPEN INPUT ARQNCA
           IF ST-ERRO10 NOT = "00"
              IF ST-ERRO10 = "30" OR "35"
                 MOVE "N" TO W-NCA-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNCA - STATUS "
                         ST-ERRO10
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
           DISPLAY "SCE027 - DIARIO CONTABIL"
           DISPLAY "OPERADOR: "
           MOVE SPACES TO W-OPERADOR
           ACCEPT W-OPERADOR
           DISPLAY "SENHA   : "
           MOVE SPACES TO W-SENHA
           ACCEPT W-SENHA WITH SECURE
           MOVE W-OPERADOR TO OPE-CODIGO
           READ ARQOPE
           IF ST-ERRO8 = "00"
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
              MOVE "DIARIO"        TO W-SEG-FUNCAO
              MOVE "ACESSO NEGADO" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              DISPLAY "*** FUNCAO NAO PERMITIDA PARA SEU NIVEL ***"
              GO TO ROT-FIM.
           MOVE "DIARIO"              TO W-SEG-FUNCAO
           MOVE "PROCESSO INICIADO"   TO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *------------- PERIODO A EXPORTAR ---------------------
       R1.
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           MOVE ZEROS TO W-DATA-INI
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL   (AAAAMMDD): "
           MOVE ZEROS TO W-DATA-FIM
           ACCEPT W-DATA-FIM
           IF W-DATA-INI = ZEROS OR W-DATA-FIM = ZEROS
              DISPLAY "*** INFORME AS DUAS DATAS DO PERIODO ***"
              GO TO R1.
           IF W-DATA-INI > W-DATA-FIM
              DISPLAY "*** DATA INICIAL POSTERIOR A FINAL ***"
              GO TO R1.
      *------------- CONTAS GERAIS ---------------------------
      * FORNECEDORES E BANCO SAO OBRIGATORIAS. SEM IRRF OU INSS O
      * TITULO COM RETENCAO VAI PARA EXCECAO. SEM DESPESA PADRAO O
      * TITULO SEM CONTA PROPRIA NEM DO FORNECEDOR VAI PARA EXCECAO.
      * SEM CREDITOS A COMPENSACAO DE NOTA DE CREDITO VAI PARA EXCECAO
       R1A.
           MOVE "FORNECEDORES" TO W-CTA-PAPEL
           PERFORM R9-CONTA-GERAL THRU R9-CONTA-GERAL-FIM
           MOVE W-CTA-LIDA     TO W-CTA-FORNEC
           MOVE "IRRF"         TO W-CTA-PAPEL
           PERFORM R9-CONTA-GERAL THRU R9-CONTA-GERAL-FIM
           MOVE W-CTA-LIDA     TO W-CTA-IRRF
           MOVE "INSS"         TO W-CTA-PAPEL
           PERFORM R9-CONTA-GERAL THRU R9-CONTA-GERAL-FIM
           MOVE W-CTA-LIDA     TO W-CTA-INSS
           MOVE "BANCO"        TO W-CTA-PAPEL
           PERFORM R9-CONTA-GERAL THRU R9-CONTA-GERAL-FIM
           MOVE W-CTA-LIDA     TO W-CTA-BANCO
           MOVE "DESPESA"      TO W-CTA-PAPEL
           PERFORM R9-CONTA-GERAL THRU R9-CONTA-GERAL-FIM
           MOVE W-CTA-LIDA     TO W-CTA-DESPESA
           MOVE "CREDITOS"     TO W-CTA-PAPEL
           PERFORM R9-CONTA-GERAL THRU R9-CONTA-GERAL-FIM
           MOVE W-CTA-LIDA     TO W-CTA-CREDITO
           IF W-CTA-FORNEC = SPACES OR W-CTA-BANCO = SPACES
              DISPLAY "*** CONTAS GERAIS FORNECEDORES/BANCO NAO "
                      "DEFINIDAS - USE O SCE026 ***"
              MOVE "DIARIO"           TO W-SEG-FUNCAO
              MOVE "SEM CONTAS GERAIS" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              GO TO ROT-FIM.
      *------------- NUMERO DO LOTE -------------------------
       R1B.
           MOVE ZEROS TO W-LOTE
           MOVE LOW-VALUES TO LCX-CHAVE
           START ARQLCX KEY IS NOT LESS LCX-CHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO R1C.
       R1B-LOOP.
           READ ARQLCX NEXT RECORD
           IF ST-ERRO5 = "00"
              IF LCX-LOTE > W-LOTE
                 MOVE LCX-LOTE TO W-LOTE
              END-IF
              GO TO R1B-LOOP.
       R1C.
           ADD 1 TO W-LOTE
           MOVE SPACES TO W-DIA-NOME
           STRING "DIA" W-LOTE ".TXT" DELIMITED BY SIZE
                  INTO W-DIA-NOME
           OPEN OUTPUT ARQDIA
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-DIA-NOME
                      " - STATUS " ST-ERRO6
              GO TO ROT-FIM.
           OPEN OUTPUT RELDIA
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDIA - STATUS "
                      ST-ERRO7
              GO TO ROT-FIM.
           ACCEPT W-DATA-SIS FROM DATE
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           MOVE W-DATA-SIS TO CAB2-DATA
           MOVE W-DATA-INI TO CAB2-INI
           MOVE W-DATA-FIM TO CAB2-FIM
           MOVE W-LOTE     TO CAB2-LOTE
           MOVE W-DIA-NOME TO CAB2-NOME
           WRITE REG-RELDIA FROM W-CAB1
           WRITE REG-RELDIA FROM W-CAB2
           WRITE REG-RELDIA FROM W-LINBRANCO
           MOVE "DOCUMENTOS NAO EXPORTADOS (EXCECOES)" TO WX-TITULO
           WRITE REG-RELDIA FROM W-LINSECAO
           WRITE REG-RELDIA FROM W-CAB-EXC
           MOVE ZEROS TO W-SEQ W-TAB-QTD.
      *
      *****************************************
      * TITULOS EMITIDOS NO PERIODO            *
      *****************************************
      * D DESPESA (VALOR BRUTO)
      * C FORNECEDORES (LIQUIDO) / C IRRF A RECOLHER / C INSS
       R2.
           MOVE ZEROS  TO TIT-CODIGO TIT-PARCELA
           MOVE SPACES TO TIT-NF
           START ARQTIT KEY IS NOT LESS TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R2-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           IF TIT-EMISSAO < W-DATA-INI OR TIT-EMISSAO > W-DATA-FIM
              GO TO R2-LOOP.
           PERFORM R2-TITULO THRU R2-TITULO-FIM
           GO TO R2-LOOP.
      *---------[ LANCAMENTO DE UM TITULO ]----------------------------
       R2-TITULO.
           MOVE SPACES    TO W-DOC-CHAVE
           MOVE TIT-CHAVE TO W-DOC-CHAVE
           MOVE "T"         TO LCX-TIPO
           MOVE W-DOC-CHAVE TO LCX-DOCUMENTO
           READ ARQLCX
           IF ST-ERRO5 = "00"
              ADD 1 TO W-QTD-JAEXP
              GO TO R2-TITULO-FIM.
           PERFORM R9-CONTA-DESPESA THRU R9-CONTA-DESPESA-FIM
           IF W-CTA-DESP-TIT = SPACES
              MOVE "SEM CONTA DE DESPESA (TITULO/FORNECEDOR)"
                                                   TO W-MOTIVO
              GO TO R2-EXCECAO.
           IF TIT-IRRF > ZEROS AND W-CTA-IRRF = SPACES
              MOVE "CONTA GERAL IRRF NAO DEFINIDA" TO W-MOTIVO
              GO TO R2-EXCECAO.
           IF TIT-INSS > ZEROS AND W-CTA-INSS = SPACES
              MOVE "CONTA GERAL INSS NAO DEFINIDA" TO W-MOTIVO
              GO TO R2-EXCECAO.
           COMPUTE W-LIQUIDO = TIT-VALOR - TIT-IRRF - TIT-INSS
           MOVE TIT-EMISSAO TO W-LAN-DATA
           MOVE "T"         TO W-LAN-ORIGEM
           MOVE TIT-CODIGO  TO W-LAN-CODIGO
           MOVE SPACES      TO W-LAN-HIST
           STRING "NF " TIT-NF " PC " TIT-PARCELA " " TIT-DESCRICAO
                  DELIMITED BY SIZE INTO W-LAN-HIST
           MOVE W-CTA-DESP-TIT TO W-LAN-CONTA
           MOVE "D"            TO W-LAN-DC
           MOVE TIT-VALOR      TO W-LAN-VALOR
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           MOVE W-CTA-FORNEC   TO W-LAN-CONTA
           MOVE "C"            TO W-LAN-DC
           MOVE W-LIQUIDO      TO W-LAN-VALOR
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           MOVE W-CTA-IRRF     TO W-LAN-CONTA
           MOVE TIT-IRRF       TO W-LAN-VALOR
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           MOVE W-CTA-INSS     TO W-LAN-CONTA
           MOVE TIT-INSS       TO W-LAN-VALOR
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           PERFORM R8-MARCA THRU R8-MARCA-FIM
           ADD 1 TO W-QTD-TIT
           GO TO R2-TITULO-FIM.
       R2-EXCECAO.
           MOVE "T"         TO WE-TIPO
           MOVE TIT-CODIGO  TO WE-CODIGO
           MOVE TIT-NF      TO WE-NF
           MOVE TIT-PARCELA TO WE-PARC
           MOVE TIT-EMISSAO TO WE-DATA
           MOVE TIT-VALOR   TO WE-VALOR
           MOVE W-MOTIVO    TO WE-MOTIVO
           WRITE REG-RELDIA FROM W-LINEXC
           ADD 1 TO W-QTD-EXC.
       R2-TITULO-FIM.
                EXIT.
      *
      *****************************************
      * PAGAMENTOS DO PERIODO (ARQPGH)         *
      *****************************************
      * D FORNECEDORES / C BANCO PELO VALOR PAGO
       R3.
           IF W-PGH-ARQ NOT = "S"
              GO TO R4.
           MOVE ZEROS  TO PGH-CODIGO PGH-PARCELA PGH-SEQ
           MOVE SPACES TO PGH-NF
           START ARQPGH KEY IS NOT LESS PGH-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO R4.
       R3-LOOP.
           READ ARQPGH NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO R4.
           IF PGH-DATA-PGTO < W-DATA-INI OR PGH-DATA-PGTO > W-DATA-FIM
              GO TO R3-LOOP.
           PERFORM R3-PAGAMENTO THRU R3-PAGAMENTO-FIM
           GO TO R3-LOOP.
      *---------[ LANCAMENTO DE UM PAGAMENTO ]-------------------------
       R3-PAGAMENTO.
           MOVE "P"         TO LCX-TIPO
           MOVE PGH-CHAVE   TO LCX-DOCUMENTO
           READ ARQLCX
           IF ST-ERRO5 = "00"
              ADD 1 TO W-QTD-JAEXP
              GO TO R3-PAGAMENTO-FIM.
           MOVE PGH-CHAVE     TO W-DOC-CHAVE
           MOVE PGH-DATA-PGTO TO W-LAN-DATA
           MOVE "P"           TO W-LAN-ORIGEM
           MOVE PGH-CODIGO    TO W-LAN-CODIGO
           MOVE SPACES        TO W-LAN-HIST
           STRING "PAGTO NF " PGH-NF " PC " PGH-PARCELA
                  " FORN " PGH-CODIGO
                  DELIMITED BY SIZE INTO W-LAN-HIST
           MOVE W-CTA-FORNEC  TO W-LAN-CONTA
           MOVE "D"           TO W-LAN-DC
           MOVE PGH-VALOR     TO W-LAN-VALOR
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           MOVE W-CTA-BANCO   TO W-LAN-CONTA
           MOVE "C"           TO W-LAN-DC
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           PERFORM R8-MARCA THRU R8-MARCA-FIM
           ADD 1 TO W-QTD-PGT.
       R3-PAGAMENTO-FIM.
                EXIT.
      *
      *****************************************
      * COMPENSACOES DE NOTAS DE CREDITO       *
      * FEITAS NO PERIODO (ARQNCA)             *
      *****************************************
      * D FORNECEDORES / C CREDITOS PELO VALOR COMPENSADO
       R4.
           IF W-NCA-ARQ NOT = "S"
              GO TO R5.
           MOVE LOW-VALUES TO NCA-CHAVE
           START ARQNCA KEY IS NOT LESS NCA-CHAVE
           IF ST-ERRO10 NOT = "00"
              GO TO R5.
       R4-LOOP.
           READ ARQNCA NEXT RECORD
           IF ST-ERRO10 NOT = "00"
              GO TO R5.
           IF NCA-DATA < W-DATA-INI OR NCA-DATA > W-DATA-FIM
              GO TO R4-LOOP.
           PERFORM R4-COMPENSACAO THRU R4-COMPENSACAO-FIM
           GO TO R4-LOOP.
      *---------[ LANCAMENTO DE UMA COMPENSACAO ]----------------------
      * O TITULO COMPENSADO E SEMPRE DO FORNECEDOR DA NOTA - NUMERO DA
      * NOTA, NF, PARCELA E SEQUENCIA IDENTIFICAM A COMPENSACAO
       R4-COMPENSACAO.
           MOVE SPACES TO W-DOC-CHAVE
           STRING NCA-NUMERO NCA-NF NCA-PARCELA NCA-SEQ
                  DELIMITED BY SIZE INTO W-DOC-CHAVE
           MOVE "N"         TO LCX-TIPO
           MOVE W-DOC-CHAVE TO LCX-DOCUMENTO
           READ ARQLCX
           IF ST-ERRO5 = "00"
              ADD 1 TO W-QTD-JAEXP
              GO TO R4-COMPENSACAO-FIM.
           IF W-CTA-CREDITO = SPACES
              MOVE "N"                TO WE-TIPO
              MOVE NCA-CODIGO         TO WE-CODIGO
              MOVE NCA-NF             TO WE-NF
              MOVE NCA-PARCELA        TO WE-PARC
              MOVE NCA-DATA           TO WE-DATA
              MOVE NCA-VALOR          TO WE-VALOR
              MOVE "CONTA GERAL CREDITOS NAO DEFINIDA" TO WE-MOTIVO
              WRITE REG-RELDIA FROM W-LINEXC
              ADD 1 TO W-QTD-EXC
              GO TO R4-COMPENSACAO-FIM.
           MOVE NCA-DATA      TO W-LAN-DATA
           MOVE "N"           TO W-LAN-ORIGEM
           MOVE NCA-CODIGO    TO W-LAN-CODIGO
           MOVE SPACES        TO W-LAN-HIST
           STRING "CRED NC " NCA-NUMERO " NF " NCA-NF
                  " PC " NCA-PARCELA
                  DELIMITED BY SIZE INTO W-LAN-HIST
           MOVE W-CTA-FORNEC  TO W-LAN-CONTA
           MOVE "D"           TO W-LAN-DC
           MOVE NCA-VALOR     TO W-LAN-VALOR
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           MOVE W-CTA-CREDITO TO W-LAN-CONTA
           MOVE "C"           TO W-LAN-DC
           PERFORM R8-LANCA THRU R8-LANCA-FIM
           PERFORM R8-MARCA THRU R8-MARCA-FIM
           ADD 1 TO W-QTD-NCA.
       R4-COMPENSACAO-FIM.
                EXIT.
      *
      *****************************************
      * TOTAIS DE CONTROLE POR CONTA           *
      *****************************************
      *
       R5.
           IF W-QTD-EXC = ZEROS
              MOVE "(NENHUMA EXCECAO)" TO REG-RELDIA
              WRITE REG-RELDIA.
           WRITE REG-RELDIA FROM W-LINBRANCO
           MOVE "TOTAIS DO LOTE POR CONTA" TO WX-TITULO
           WRITE REG-RELDIA FROM W-LINSECAO
           WRITE REG-RELDIA FROM W-CAB-CTA
           MOVE ZEROS TO W-TOT-DEB W-TOT-CRE
           IF W-TAB-QTD = ZEROS
              MOVE "(NENHUM LANCAMENTO GERADO)" TO REG-RELDIA
              WRITE REG-RELDIA
              GO TO R6.
           PERFORM R5-LINHA THRU R5-LINHA-FIM
                   VARYING W-TAB-IDX FROM 1 BY 1
                   UNTIL W-TAB-IDX > W-TAB-QTD
           MOVE "TOTAL DO LOTE"  TO WT-TEXTO
           MOVE W-TOT-DEB        TO WT-TOT-DEB
           MOVE W-TOT-CRE        TO WT-TOT-CRE
           WRITE REG-RELDIA FROM W-LINTOT
           IF W-TOT-DEB = W-TOT-CRE
              MOVE "LOTE BALANCEADO - DEBITOS = CREDITOS" TO REG-RELDIA
           ELSE
              MOVE "*** LOTE NAO BALANCEADO - VERIFICAR ***"
                                                    TO REG-RELDIA.
           WRITE REG-RELDIA
           GO TO R6.
      *---------[ UMA CONTA DA TABELA ]--------------------------------
       R5-LINHA.
           MOVE W-TAB-CONTA (W-TAB-IDX) TO WT-CONTA
           MOVE "C"                     TO CTB-TIPO
           MOVE W-TAB-CONTA (W-TAB-IDX) TO CTB-CODIGO
           READ ARQCTB
           IF ST-ERRO3 = "00"
              MOVE CTB-DESCRICAO TO WT-DESCRICAO
           ELSE
              MOVE "(FORA DO PLANO DE CONTAS)" TO WT-DESCRICAO.
           IF W-TAB-IDX = 200
              MOVE "(DEMAIS CONTAS)" TO WT-CONTA
              MOVE SPACES            TO WT-DESCRICAO.
           MOVE W-TAB-DEB (W-TAB-IDX)   TO WT-DEB
           MOVE W-TAB-CRE (W-TAB-IDX)   TO WT-CRE
           ADD W-TAB-DEB (W-TAB-IDX)    TO W-TOT-DEB
           ADD W-TAB-CRE (W-TAB-IDX)    TO W-TOT-CRE
           WRITE REG-RELDIA FROM W-LINCTA.
       R5-LINHA-FIM.
                EXIT.
      *---------[ RESUMO ]---------------------------------------------
       R6.
           WRITE REG-RELDIA FROM W-LINBRANCO
           MOVE W-QTD-TIT   TO WR-TIT
           MOVE W-QTD-PGT   TO WR-PGT
           MOVE W-QTD-NCA   TO WR-NCA
           MOVE W-QTD-PART  TO WR-PART
           MOVE W-QTD-JAEXP TO WR-JAEXP
           MOVE W-QTD-EXC   TO WR-EXC
           WRITE REG-RELDIA FROM W-LINRESUMO
           WRITE REG-RELDIA FROM W-LINRESUMO2
           WRITE REG-RELDIA FROM W-LINRESUMO6
           WRITE REG-RELDIA FROM W-LINRESUMO3
           WRITE REG-RELDIA FROM W-LINRESUMO4
           WRITE REG-RELDIA FROM W-LINRESUMO5
           DISPLAY "DIARIO GERADO - LOTE " W-LOTE " EM " W-DIA-NOME
           DISPLAY "TITULOS: " W-QTD-TIT "  PAGAMENTOS: " W-QTD-PGT
                   "  CREDITOS: " W-QTD-NCA
                   "  JA EXPORTADOS: " W-QTD-JAEXP
                   "  EXCECOES: " W-QTD-EXC
           DISPLAY "RELATORIO GRAVADO EM RELDIA.LST"
           MOVE "DIARIO"       TO W-SEG-FUNCAO
           MOVE SPACES         TO W-SEG-RESULT
           STRING "LOTE " W-LOTE DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQTIT ARQPGH ARQCTB ARQTCT ARQLCX ARQDIA RELDIA
                 ARQOPE ARQSEG ARQNCA.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ GRAVA UMA PARTIDA NO DIARIO ]-----------------------
      * PARTIDA DE VALOR ZERO (TITULO SEM RETENCAO) NAO E GRAVADA
       R8-LANCA.
           IF W-LAN-VALOR = ZEROS
              GO TO R8-LANCA-FIM.
           ADD 1 TO W-SEQ
           MOVE W-LOTE       TO DIA-LOTE
           MOVE W-SEQ        TO DIA-SEQ
           MOVE W-LAN-DATA   TO DIA-DATA
           MOVE W-LAN-CONTA  TO DIA-CONTA
           MOVE W-LAN-DC     TO DIA-DC
           MOVE W-LAN-VALOR  TO DIA-VALOR
           MOVE W-LAN-HIST   TO DIA-HISTORICO
           MOVE W-LAN-ORIGEM TO DIA-ORIGEM
           MOVE W-DOC-CHAVE  TO DIA-DOCUMENTO
           MOVE W-LAN-CODIGO TO DIA-CODIGO
           WRITE REG-DIA
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO DIARIO - STATUS " ST-ERRO6
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-PART
           MOVE ZEROS TO W-TAB-POS
           PERFORM R8-PROCURA THRU R8-PROCURA-FIM
                   VARYING W-TAB-IDX FROM 1 BY 1
                   UNTIL W-TAB-IDX > W-TAB-QTD OR W-TAB-POS > ZEROS
           IF W-TAB-POS = ZEROS
              IF W-TAB-QTD < 200
                 ADD 1 TO W-TAB-QTD
                 MOVE W-TAB-QTD   TO W-TAB-POS
                 MOVE W-LAN-CONTA TO W-TAB-CONTA (W-TAB-POS)
                 MOVE ZEROS TO W-TAB-DEB (W-TAB-POS)
                               W-TAB-CRE (W-TAB-POS)
              ELSE
                 MOVE 200 TO W-TAB-POS.
           IF W-LAN-DC = "D"
              ADD W-LAN-VALOR TO W-TAB-DEB (W-TAB-POS)
           ELSE
              ADD W-LAN-VALOR TO W-TAB-CRE (W-TAB-POS).
       R8-LANCA-FIM.
                EXIT.
       R8-PROCURA.
           IF W-TAB-CONTA (W-TAB-IDX) = W-LAN-CONTA
              MOVE W-TAB-IDX TO W-TAB-POS.
       R8-PROCURA-FIM.
                EXIT.
      *---------[ MARCA O DOCUMENTO COMO EXPORTADO ]------------------
       R8-MARCA.
           MOVE W-LAN-ORIGEM TO LCX-TIPO
           MOVE W-DOC-CHAVE  TO LCX-DOCUMENTO
           MOVE W-LOTE       TO LCX-LOTE
           MOVE W-DATA8      TO LCX-DATA
           MOVE W-OPERADOR   TO LCX-OPERADOR
           WRITE REGLCX
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQLCX - STATUS "
                      ST-ERRO5
              GO TO ROT-FIM.
       R8-MARCA-FIM.
                EXIT.
      *---------[ CONTA GERAL DO PAPEL EM W-CTA-PAPEL ]---------------
       R9-CONTA-GERAL.
           MOVE SPACES      TO W-CTA-LIDA
           MOVE "S"         TO CTB-TIPO
           MOVE W-CTA-PAPEL TO CTB-CODIGO
           READ ARQCTB
           IF ST-ERRO3 = "00"
              MOVE CTB-CONTA TO W-CTA-LIDA.
       R9-CONTA-GERAL-FIM.
                EXIT.
      *---------[ CONTA DE DESPESA DO TITULO ]------------------------
      * CONTA DO PROPRIO TITULO, SENAO A PADRAO DO FORNECEDOR, SENAO A
      * DESPESA PADRAO DAS CONTAS GERAIS
       R9-CONTA-DESPESA.
           MOVE SPACES TO W-CTA-DESP-TIT
           IF W-TCT-ARQ NOT = "S"
              GO TO R9-DESPESA-FOR.
           MOVE TIT-CHAVE TO TCT-CHAVE
           READ ARQTCT
           IF ST-ERRO4 = "00" AND TCT-CONTA NOT = SPACES
              MOVE TCT-CONTA TO W-CTA-DESP-TIT
              GO TO R9-CONTA-DESPESA-FIM.
       R9-DESPESA-FOR.
           MOVE "F"        TO CTB-TIPO
           MOVE SPACES     TO CTB-CODIGO
           MOVE TIT-CODIGO TO CTB-FORNECEDOR
           READ ARQCTB
           IF ST-ERRO3 = "00" AND CTB-CONTA NOT = SPACES
              MOVE CTB-CONTA TO W-CTA-DESP-TIT
              GO TO R9-CONTA-DESPESA-FIM.
           MOVE W-CTA-DESPESA TO W-CTA-DESP-TIT.
       R9-CONTA-DESPESA-FIM.
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
           IF ST-ERRO9 NOT = "00"
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
