                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCK-CHAVE
                    FILE STATUS  IS ST-ERRO11.
      *
           SELECT ARQBOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-CHAVE
                    FILE STATUS  IS ST-ERRO12.
      *
           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-CHAVE
                    FILE STATUS  IS ST-ERRO13.
      *
           SELECT ARQTCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCT-CHAVE
                    FILE STATUS  IS ST-ERRO14.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 LCK-REGCHAVE           PIC X(18).
          03 LCK-OPERADOR              PIC X(08).
          03 LCK-DATAHORA              PIC 9(16).
      *-----------------------------------------------------------------
      * BOLETO DA PARCELA - MESMA CHAVE DO TITULO NO ARQTIT. A PARCELA
      * SEM REGISTRO AQUI E PAGA POR CREDITO EM CONTA (ARQBAN)
       FD ARQBOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOL.DAT".
       01 REGBOL.
          03 BOL-CHAVE.
             05 BOL-CODIGO            PIC 9(06).
             05 BOL-NF                PIC X(10).
             05 BOL-PARCELA           PIC 9(02).
          03 BOL-LINHA                PIC X(47).
          03 BOL-BARRAS               PIC X(44).
          03 BOL-VENCIMENTO           PIC 9(08).
          03 BOL-VALOR                PIC 9(08)V99.
      *-----------------------------------------------------------------
      * MAPEAMENTO CONTABIL - SO A CONTA DO PLANO (TIPO "C") E LIDA
      * AQUI PARA VALIDAR A CONTA DE DESPESA INFORMADA NO TITULO
       FD ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTB.DAT".
       01 REGCTB.
          03 CTB-CHAVE.
             05 CTB-TIPO              PIC X(01).
             05 CTB-CODIGO            PIC X(20).
          03 CTB-CONTA                PIC X(20).
          03 CTB-DESCRICAO            PIC X(30).
      *-----------------------------------------------------------------
      * CONTA DE DESPESA DA PARCELA QUANDO DIFERENTE DA CONTA PADRAO DO
      * FORNECEDOR NO ARQCTB - MESMA CHAVE DO TITULO NO ARQTIT
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
       01 W-VENC-NOVO          PIC 9(08) VALUE ZEROS.
       01 W-DESC-NOVA          PIC X(30) VALUE SPACES.

      *----------LINHA DIGITAVEL DO BOLETO-----------------------------
      * CAMPOS 1 A 3 CONFERIDOS POR MODULO 10 E O DIGITO GERAL DO
      * CODIGO DE BARRAS (POSICAO 33) POR MODULO 11 - O FATOR DE
      * VENCIMENTO CONTA DIAS DESDE 07/10/1997 E REINICIOU EM 1000
      * NO DIA 22/02/2025, VALE O CICLO MAIS PROXIMO DO VENCIMENTO
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 W-BOL-TEM     PIC X(01) VALUE "N".
       01 W-BOL-LINHA   PIC X(47) VALUE SPACES.
       01 W-BOL-LINHA-R REDEFINES W-BOL-LINHA.
          03 W-BOL-LD OCCURS 47 TIMES PIC 9(01).
       01 W-BOL-LINHA-C REDEFINES W-BOL-LINHA.
          03 FILLER            PIC X(33).
          03 W-BOL-FATOR       PIC 9(04).
          03 W-BOL-VALOR       PIC 9(08)V99.
       01 W-BOL-BARRAS  PIC X(44) VALUE SPACES.
       01 W-BOL-BARRAS-R REDEFINES W-BOL-BARRAS.
          03 W-BOL-BD OCCURS 44 TIMES PIC 9(01).
       01 W-BOL-VALIDO  PIC X(01) VALUE "N".
       01 W-BOL-SOMA    PIC 9(04) VALUE ZEROS.
       01 W-BOL-QUOC    PIC 9(04) VALUE ZEROS.
       01 W-BOL-RESTO   PIC 9(04) VALUE ZEROS.
       01 W-BOL-PESO    PIC 9(02) VALUE ZEROS.
       01 W-BOL-PROD    PIC 9(02) VALUE ZEROS.
       01 W-BOL-DV      PIC 9(02) VALUE ZEROS.
       01 W-BOL-IDX     PIC 9(02) VALUE ZEROS.
       01 W-BOL-INI     PIC 9(02) VALUE ZEROS.
       01 W-BOL-FIM     PIC 9(02) VALUE ZEROS.
       01 W-BOL-POSDV   PIC 9(02) VALUE ZEROS.
       01 W-BOL-VENC    PIC 9(08) VALUE ZEROS.
       01 W-BOL-INT-VENC PIC 9(07) VALUE ZEROS.
       01 W-BOL-INT1    PIC 9(07) VALUE ZEROS.
       01 W-BOL-INT2    PIC 9(07) VALUE ZEROS.
       01 W-BOL-DIF1    PIC 9(07) VALUE ZEROS.
       01 W-BOL-DIF2    PIC 9(07) VALUE ZEROS.
       01 W-BOL-LIQUIDO PIC 9(11)V99 VALUE ZEROS.

      *----------CONTA DE DESPESA DO TITULO----------------------------
      * EM BRANCO O SCE027 USA A CONTA PADRAO DO FORNECEDOR
       01 ST-ERRO13     PIC X(02) VALUE "00".
       01 ST-ERRO14     PIC X(02) VALUE "00".
       01 W-CTB-ARQ     PIC X(01) VALUE "S".
       01 W-CTA-TITULO  PIC X(20) VALUE SPACES.
       01 W-CTA-VALIDA  PIC X(01) VALUE "N".

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
                GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0E.
           OPEN I-O ARQBOL
           IF ST-ERRO12 NOT = "00"
              IF ST-ERRO12 = "30"
                OPEN OUTPUT ARQBOL
                CLOSE ARQBOL
                GO TO R0E
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE BOLETOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0F.
           OPEN INPUT ARQCTB
           IF ST-ERRO13 NOT = "00"
              IF ST-ERRO13 = "30" OR "35"
                MOVE "N" TO W-CTB-ARQ
              ELSE
                MOVE "ERRO NA ABERTURA DO MAPEAMENTO CONTABIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0G.
           OPEN I-O ARQTCT
           IF ST-ERRO14 NOT = "00"
              IF ST-ERRO14 = "30"
                OPEN OUTPUT ARQTCT
                CLOSE ARQTCT
                GO TO R0G
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTCT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * SIGN-ON DO OPERADOR                    *
              MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DESCRICAO.
      *---------[ CONTA DE DESPESA - VALE PARA TODAS AS PARCELAS ]-----
       R3-CONTA.
           DISPLAY (14, 10) "CONTA DE DESPESA     :".
           DISPLAY (14, 54) "(BRANCO=PADRAO)"
           MOVE SPACES TO W-CTA-TITULO
           ACCEPT  (14, 33) W-CTA-TITULO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3-DESCRICAO.
           IF W-CTA-TITULO = SPACES
              GO TO R4-CONFIRMA.
           PERFORM R9-VALIDA-CONTA THRU R9-VALIDA-CONTA-FIM
           IF W-CTA-VALIDA = "N"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-CONTA.
       R4-CONFIRMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (15, 10) "DESEJA SALVAR (S/N) : ".
                      TIT-VALOR * W-ALIQ-IRRF / 100
              COMPUTE TIT-INSS ROUNDED =
                      TIT-VALOR * W-ALIQ-INSS / 100.
           MOVE "A" TO TIT-SITUACAO.
      *---------[ BOLETO DA PARCELA (OPCIONAL) ]------------------------
      * A LINHA DIGITAVEL E DIGITADA SEM PONTOS E ESPACOS - DIGITO
      * ERRADO E RECUSADO; VENCIMENTO OU VALOR DIFERENTE DO TITULO SO
      * GERA AVISO AQUI E O SCE007 SEGURA O PAGAMENTO ATE ACERTAR
       R4-PARC-BOLETO.
           MOVE "N" TO W-BOL-TEM
           MOVE SPACES TO W-BOL-LINHA
           DISPLAY (19, 10) "BOLETO (BRANCO=SEM) :"
           ACCEPT  (19, 32) W-BOL-LINHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4-PARC-VENC2.
           IF W-BOL-LINHA = SPACES
              GO TO R4-PARC-GRAVA.
           PERFORM R9-VALIDA-BOLETO THRU R9-VALIDA-BOLETO-FIM
           IF W-BOL-VALIDO = "N"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-PARC-BOLETO.
           PERFORM R9-CONFERE-BOLETO THRU R9-CONFERE-BOLETO-FIM
           MOVE "S" TO W-BOL-TEM.
       R4-PARC-GRAVA.
           WRITE REGTIT
           IF ST-ERRO2 = "22"
              MOVE "*** PARCELA JA CADASTRADA PARA ESTA NOTA ***" TO
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-BOL-TEM = "S"
              PERFORM R9-GRAVA-BOLETO THRU R9-GRAVA-BOLETO-FIM.
           IF W-CTA-TITULO NOT = SPACES
              PERFORM R9-GRAVA-CONTA THRU R9-GRAVA-CONTA-FIM.
           SUBTRACT TIT-VALOR FROM W-NF-RESTANTE
           IF W-PARC-IDX < W-QTD-PARC
              GO TO R4-PARC-VENC.
           DISPLAY (16, 23) DTIT-SITUACAO
           DISPLAY (17, 10) "PEDIDO     :"
           DISPLAY (17, 23) TIT-PEDIDO
           MOVE TIT-CHAVE TO BOL-CHAVE
           READ ARQBOL
           IF ST-ERRO12 = "00"
              DISPLAY (20, 10) "BOLETO     :"
              DISPLAY (20, 23) BOL-LINHA.
           MOVE TIT-CHAVE TO TCT-CHAVE
           READ ARQTCT
           IF ST-ERRO14 = "00"
              DISPLAY (21, 10) "CONTA DESP.:"
              DISPLAY (21, 23) TCT-CONTA.
           DISPLAY (19, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (19, 37) W-OPCAO
           GO TO R2-MENU.
              GO TO RA-VENC.
           IF W-DESC-NOVA NOT = SPACES
              MOVE W-DESC-NOVA TO TIT-DESCRICAO.
      *    O BOLETO VEM PREENCHIDO COM O ATUAL - APAGAR A LINHA RETIRA
      *    O BOLETO E A PARCELA VOLTA A SER PAGA POR CREDITO EM CONTA
       RA-BOLETO.
           MOVE "N" TO W-BOL-TEM
           MOVE SPACES TO W-BOL-LINHA
           MOVE TIT-CHAVE TO BOL-CHAVE
           READ ARQBOL
           IF ST-ERRO12 = "00"
              MOVE BOL-LINHA TO W-BOL-LINHA.
           DISPLAY (12, 10) "BOLETO (BRANCO=SEM)  :"
           ACCEPT  (12, 33) W-BOL-LINHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RA-DESC.
           IF W-BOL-LINHA = SPACES
              GO TO RA-CONTA.
           PERFORM R9-VALIDA-BOLETO THRU R9-VALIDA-BOLETO-FIM
           IF W-BOL-VALIDO = "N"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RA-BOLETO.
           PERFORM R9-CONFERE-BOLETO THRU R9-CONFERE-BOLETO-FIM
           MOVE "S" TO W-BOL-TEM.
      *    A CONTA VEM PREENCHIDA COM A ATUAL - APAGAR VOLTA A PARCELA
      *    PARA A CONTA PADRAO DO FORNECEDOR
       RA-CONTA.
           MOVE SPACES TO W-CTA-TITULO
           MOVE TIT-CHAVE TO TCT-CHAVE
           READ ARQTCT
           IF ST-ERRO14 = "00"
              MOVE TCT-CONTA TO W-CTA-TITULO.
           DISPLAY (13, 10) "CONTA DE DESPESA     :"
           DISPLAY (13, 54) "(BRANCO=PADRAO)"
           ACCEPT  (13, 33) W-CTA-TITULO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO RA-BOLETO.
           IF W-CTA-TITULO = SPACES
              GO TO RA-CONFIRMA.
           PERFORM R9-VALIDA-CONTA THRU R9-VALIDA-CONTA-FIM
           IF W-CTA-VALIDA = "N"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RA-CONTA.
       RA-CONFIRMA.
           MOVE "S" TO W-OPCAO
           DISPLAY (14, 10) "DESEJA SALVAR (S/N) : ".
           ACCEPT  (14, 33) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2-MENU.
           MOVE W-TIT-EDIT TO REGTIT
           REWRITE REGTIT
           IF ST-ERRO2 = "00" OR "02"
              IF W-BOL-TEM = "S"
                 PERFORM R9-GRAVA-BOLETO THRU R9-GRAVA-BOLETO-FIM
              ELSE
                 PERFORM R9-EXCLUI-BOLETO THRU R9-EXCLUI-BOLETO-FIM
              END-IF
              PERFORM R9-GRAVA-CONTA THRU R9-GRAVA-CONTA-FIM
              MOVE "TITULO"   TO W-SEG-FUNCAO
              MOVE SPACES     TO W-SEG-RESULT
              STRING "ALTERADO " TIT-NF DELIMITED BY SIZE
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------------------------------------------------
      *---------[ VALIDACAO DA LINHA DIGITAVEL DO BOLETO ]-----------
      * DEVOLVE W-BOL-VALIDO = "S" COM O CODIGO DE BARRAS MONTADO EM
      * W-BOL-BARRAS, OU W-BOL-VALIDO = "N" COM O MOTIVO EM MENS
       R9-VALIDA-BOLETO.
           MOVE "N" TO W-BOL-VALIDO
           IF W-BOL-LINHA NOT NUMERIC
              MOVE "*** BOLETO: DIGITE OS 47 NUMEROS DA LINHA ***" TO
              MENS
              GO TO R9-VALIDA-BOLETO-FIM.
      *    CAMPO 1 - POSICOES 1 A 9, DIGITO NA 10
           MOVE 1  TO W-BOL-INI
           MOVE 9  TO W-BOL-FIM
           MOVE 10 TO W-BOL-POSDV
           PERFORM R9-BOL-MOD10 THRU R9-BOL-MOD10-FIM
           IF W-BOL-DV NOT = W-BOL-LD (W-BOL-POSDV)
              MOVE "*** BOLETO: DIGITO DO CAMPO 1 NAO CONFERE ***" TO
              MENS
              GO TO R9-VALIDA-BOLETO-FIM.
      *    CAMPO 2 - POSICOES 11 A 20, DIGITO NA 21
           MOVE 11 TO W-BOL-INI
           MOVE 20 TO W-BOL-FIM
           MOVE 21 TO W-BOL-POSDV
           PERFORM R9-BOL-MOD10 THRU R9-BOL-MOD10-FIM
           IF W-BOL-DV NOT = W-BOL-LD (W-BOL-POSDV)
              MOVE "*** BOLETO: DIGITO DO CAMPO 2 NAO CONFERE ***" TO
              MENS
              GO TO R9-VALIDA-BOLETO-FIM.
      *    CAMPO 3 - POSICOES 22 A 31, DIGITO NA 32
           MOVE 22 TO W-BOL-INI
           MOVE 31 TO W-BOL-FIM
           MOVE 32 TO W-BOL-POSDV
           PERFORM R9-BOL-MOD10 THRU R9-BOL-MOD10-FIM
           IF W-BOL-DV NOT = W-BOL-LD (W-BOL-POSDV)
              MOVE "*** BOLETO: DIGITO DO CAMPO 3 NAO CONFERE ***" TO
              MENS
              GO TO R9-VALIDA-BOLETO-FIM.
      *    CODIGO DE BARRAS: BANCO/MOEDA, DV GERAL, FATOR/VALOR E OS
      *    25 DIGITOS DO CAMPO LIVRE ESPALHADOS PELOS CAMPOS 1 A 3
           MOVE W-BOL-LINHA (1:4)   TO W-BOL-BARRAS (1:4)
           MOVE W-BOL-LINHA (33:1)  TO W-BOL-BARRAS (5:1)
           MOVE W-BOL-LINHA (34:14) TO W-BOL-BARRAS (6:14)
           MOVE W-BOL-LINHA (5:5)   TO W-BOL-BARRAS (20:5)
           MOVE W-BOL-LINHA (11:10) TO W-BOL-BARRAS (25:10)
           MOVE W-BOL-LINHA (22:10) TO W-BOL-BARRAS (35:10)
           MOVE ZEROS TO W-BOL-SOMA
           MOVE 2 TO W-BOL-PESO
           PERFORM R9-BOL-MOD11 THRU R9-BOL-MOD11-FIM
                   VARYING W-BOL-IDX FROM 44 BY -1 UNTIL W-BOL-IDX < 1
           DIVIDE W-BOL-SOMA BY 11 GIVING W-BOL-QUOC
                                   REMAINDER W-BOL-RESTO
           COMPUTE W-BOL-DV = 11 - W-BOL-RESTO
           IF W-BOL-DV = 0 OR 10 OR 11
              MOVE 1 TO W-BOL-DV.
           IF W-BOL-DV NOT = W-BOL-BD (5)
              MOVE "*** BOLETO: DIGITO GERAL NAO CONFERE ***" TO MENS
              GO TO R9-VALIDA-BOLETO-FIM.
      *    FATOR ZERADO = BOLETO SEM VENCIMENTO IMPRESSO
           MOVE ZEROS TO W-BOL-VENC
           IF W-BOL-FATOR = ZEROS
              MOVE "S" TO W-BOL-VALIDO
              GO TO R9-VALIDA-BOLETO-FIM.
           COMPUTE W-BOL-INT1 = FUNCTION INTEGER-OF-DATE (19971007)
                                + W-BOL-FATOR
           COMPUTE W-BOL-INT2 = FUNCTION INTEGER-OF-DATE (20250222)
                                + W-BOL-FATOR - 1000
           COMPUTE W-BOL-INT-VENC =
                   FUNCTION INTEGER-OF-DATE (TIT-VENCIMENTO)
           IF W-BOL-INT1 > W-BOL-INT-VENC
              COMPUTE W-BOL-DIF1 = W-BOL-INT1 - W-BOL-INT-VENC
           ELSE
              COMPUTE W-BOL-DIF1 = W-BOL-INT-VENC - W-BOL-INT1.
           IF W-BOL-INT2 > W-BOL-INT-VENC
              COMPUTE W-BOL-DIF2 = W-BOL-INT2 - W-BOL-INT-VENC
           ELSE
              COMPUTE W-BOL-DIF2 = W-BOL-INT-VENC - W-BOL-INT2.
           IF W-BOL-DIF1 < W-BOL-DIF2
              COMPUTE W-BOL-VENC = FUNCTION DATE-OF-INTEGER
                                   (W-BOL-INT1)
           ELSE
              COMPUTE W-BOL-VENC = FUNCTION DATE-OF-INTEGER
                                   (W-BOL-INT2).
           MOVE "S" TO W-BOL-VALIDO.
       R9-VALIDA-BOLETO-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ MODULO 10 DE UM CAMPO DA LINHA DIGITAVEL ]---------
      * PESOS 2,1,2,1... DA DIREITA PARA A ESQUERDA - PRODUTO ACIMA
      * DE 9 SOMA OS DOIS ALGARISMOS
       R9-BOL-MOD10.
           MOVE ZEROS TO W-BOL-SOMA
           MOVE 2 TO W-BOL-PESO
           PERFORM R9-BOL-MOD10-SOMA THRU R9-BOL-MOD10-SOMA-FIM
                   VARYING W-BOL-IDX FROM W-BOL-FIM BY -1
                   UNTIL W-BOL-IDX < W-BOL-INI
           DIVIDE W-BOL-SOMA BY 10 GIVING W-BOL-QUOC
                                   REMAINDER W-BOL-RESTO
           IF W-BOL-RESTO = 0
              MOVE 0 TO W-BOL-DV
           ELSE
              COMPUTE W-BOL-DV = 10 - W-BOL-RESTO.
       R9-BOL-MOD10-FIM.
                EXIT.
      *
       R9-BOL-MOD10-SOMA.
           COMPUTE W-BOL-PROD = W-BOL-LD (W-BOL-IDX) * W-BOL-PESO
           IF W-BOL-PROD > 9
              SUBTRACT 9 FROM W-BOL-PROD.
           ADD W-BOL-PROD TO W-BOL-SOMA
           IF W-BOL-PESO = 2
              MOVE 1 TO W-BOL-PESO
           ELSE
              MOVE 2 TO W-BOL-PESO.
       R9-BOL-MOD10-SOMA-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ MODULO 11 DO CODIGO DE BARRAS ]--------------------
      * PESOS 2 A 9 DA DIREITA PARA A ESQUERDA SEM A POSICAO 5
       R9-BOL-MOD11.
           IF W-BOL-IDX = 5
              GO TO R9-BOL-MOD11-FIM.
           COMPUTE W-BOL-SOMA = W-BOL-SOMA +
                   (W-BOL-BD (W-BOL-IDX) * W-BOL-PESO)
           ADD 1 TO W-BOL-PESO
           IF W-BOL-PESO > 9
              MOVE 2 TO W-BOL-PESO.
       R9-BOL-MOD11-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ CONFERENCIA DO BOLETO COM A PARCELA ]--------------
      * O VALOR DO BOLETO E COMPARADO COM O LIQUIDO DA PARCELA (VALOR
      * MENOS IRRF E INSS RETIDOS) - VALOR ZERADO NO BOLETO NAO CONFERE
       R9-CONFERE-BOLETO.
           COMPUTE W-BOL-LIQUIDO = TIT-VALOR - TIT-IRRF - TIT-INSS
           IF W-BOL-VENC NOT = ZEROS
              AND W-BOL-VENC NOT = TIT-VENCIMENTO
              MOVE "*** AVISO: VENCIMENTO DO BOLETO DIVERGE ***" TO
              MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-BOL-VALOR NOT = ZEROS
              AND W-BOL-VALOR NOT = W-BOL-LIQUIDO
              MOVE "*** AVISO: VALOR DO BOLETO DIVERGE DO LIQUIDO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R9-CONFERE-BOLETO-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ GRAVACAO DO BOLETO DA PARCELA ]--------------------
       R9-GRAVA-BOLETO.
           MOVE TIT-CHAVE    TO BOL-CHAVE
           MOVE W-BOL-LINHA  TO BOL-LINHA
           MOVE W-BOL-BARRAS TO BOL-BARRAS
           MOVE W-BOL-VENC   TO BOL-VENCIMENTO
           MOVE W-BOL-VALOR  TO BOL-VALOR
           WRITE REGBOL
           IF ST-ERRO12 = "22"
              REWRITE REGBOL.
           IF ST-ERRO12 NOT = "00" AND "02"
              MOVE "*** AVISO: FALHA NA GRAVACAO DO BOLETO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R9-GRAVA-BOLETO-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ EXCLUSAO DO BOLETO DA PARCELA ]--------------------
       R9-EXCLUI-BOLETO.
           MOVE TIT-CHAVE TO BOL-CHAVE
           READ ARQBOL
           IF ST-ERRO12 NOT = "00"
              GO TO R9-EXCLUI-BOLETO-FIM.
           DELETE ARQBOL RECORD
           IF ST-ERRO12 NOT = "00"
              MOVE "*** AVISO: FALHA NA EXCLUSAO DO BOLETO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R9-EXCLUI-BOLETO-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ VALIDACAO DA CONTA DE DESPESA NO PLANO ]------------
      * DEVOLVE W-CTA-VALIDA = "S", OU W-CTA-VALIDA = "N" COM O MOTIVO
      * EM MENS
       R9-VALIDA-CONTA.
           MOVE "N" TO W-CTA-VALIDA
           IF W-CTB-ARQ = "N"
              MOVE "*** PLANO DE CONTAS NAO CADASTRADO (SCE026) ***"
                                                             TO MENS
              GO TO R9-VALIDA-CONTA-FIM.
           MOVE "C"          TO CTB-TIPO
           MOVE W-CTA-TITULO TO CTB-CODIGO
           READ ARQCTB
           IF ST-ERRO13 NOT = "00"
              MOVE "*** CONTA NAO CONSTA DO PLANO DE CONTAS ***" TO MENS
              GO TO R9-VALIDA-CONTA-FIM.
           MOVE "S" TO W-CTA-VALIDA.
       R9-VALIDA-CONTA-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ GRAVACAO DA CONTA DE DESPESA DA PARCELA ]----------
      * CONTA EM BRANCO RETIRA O REGISTRO - A PARCELA VOLTA PARA A
      * CONTA PADRAO DO FORNECEDOR
       R9-GRAVA-CONTA.
           MOVE TIT-CHAVE TO TCT-CHAVE
           IF W-CTA-TITULO = SPACES
              READ ARQTCT
              IF ST-ERRO14 = "00"
                 DELETE ARQTCT RECORD
              END-IF
              GO TO R9-GRAVA-CONTA-FIM.
           MOVE W-CTA-TITULO TO TCT-CONTA
           WRITE REGTCT
           IF ST-ERRO14 = "22"
              REWRITE REGTCT.
           IF ST-ERRO14 NOT = "00" AND "02"
              MOVE "*** AVISO: FALHA NA GRAVACAO DA CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R9-GRAVA-CONTA-FIM.
                EXIT.
      *--------------------------------------------------------------
      *---------[ OBTENCAO DA TRAVA DO REGISTRO DE TITULO ]----------
      * DEVOLVE W-LCK-OK = "S" QUANDO A TRAVA FOI OBTIDA OU
      * W-LCK-OK = "N" COM W-LCK-DONO INFORMANDO QUEM A DETEM
      *-----------------------------------------------------------------
       ROT-FIM.
           PERFORM LIBERA-LOCK THRU LIBERA-LOCK-FIM
           CLOSE ARQFOR ARQTIT ARQPED ARQOPE ARQSEG ARQLCK ARQBOL
                 ARQCTB ARQTCT.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ GRAVACAO DO LOG DE SEGURANCA ]---------------------
