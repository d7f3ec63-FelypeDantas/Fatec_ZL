                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCK-CHAVE
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT ARQDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-CHAVE
                    ALTERNATE RECORD KEY IS DOC-VALIDADE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO11.


      *
          03 LCK-OPERADOR              PIC X(08).
          03 LCK-DATAHORA              PIC 9(16).
      *-----------------------------------------------------------------
      * DOCUMENTOS DE REGULARIDADE DO FORNECEDOR - UM REGISTRO POR
      * TIPO; A RENOVACAO SUBSTITUI NUMERO, EMISSAO E VALIDADE
      * TIPO: CF=CND FEDERAL  CE=CND ESTADUAL  FG=CRF FGTS
      *       RC=REGISTRO/CADASTRO
       FD ARQDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDOC.DAT".
       01 REGDOC.
          03 DOC-CHAVE.
             05 DOC-CODIGO             PIC 9(06).
             05 DOC-TIPO               PIC X(02).
          03 DOC-NUMERO                PIC X(20).
          03 DOC-EMISSAO               PIC 9(08).
          03 DOC-VALIDADE              PIC 9(08).
          03 DOC-OBRIGATORIO           PIC X(01).
          03 DOC-OPERADOR              PIC X(08).
          03 DOC-DATA-ATU              PIC 9(08).
      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * NIVEL 1 = CONSULTA E INCLUSAO
      * NIVEL 2 = NIVEL 1 + ALTERACAO, CONTATOS E DOCUMENTOS
      * NIVEL 3 = NIVEL 2 + EXCLUSAO, REATIVACAO E DADOS BANCARIOS
       01 ST-ERRO8             PIC X(02) VALUE "00".
       01 ST-ERRO9             PIC X(02) VALUE "00".
       01 W-CTT-SEQ-SEL        PIC 9(02) VALUE ZEROS.
       01 DCTT-TIPO            PIC X(16) VALUE SPACES.

      *----------DOCUMENTOS DE REGULARIDADE FISCAL--------------------
      * DOCUMENTO OBRIGATORIO VENCIDO SEGURA OS PAGAMENTOS DO
      * FORNECEDOR NO SCE007
       01 ST-ERRO11            PIC X(02) VALUE "00".
       01 W-DOC-LINLST         PIC 9(02) VALUE ZEROS.
       01 W-DOC-FIMLST         PIC X(01) VALUE "N".
       01 W-DOC-TEMREG         PIC X(01) VALUE "N".
       01 W-DOC-MODO           PIC X(01) VALUE "I".
       01 W-DOC-TIPO-SEL       PIC X(02) VALUE SPACES.
       01 W-DOC-TIPO-OK        PIC X(01) VALUE "N".
       01 W-DOC-DATA-OK        PIC X(01) VALUE "N".
       01 W-DOC-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DOC-LIMITE         PIC 9(08) VALUE ZEROS.
       01 W-DOC-DATA8          PIC 9(08) VALUE ZEROS.
       01 W-DOC-DATA-R REDEFINES W-DOC-DATA8.
          03 W-DOC-AAAA        PIC 9(04).
          03 W-DOC-MM          PIC 9(02).
          03 W-DOC-DD          PIC 9(02).
       01 W-DOC-DATA-ED.
          03 W-DOC-ED-DD       PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 W-DOC-ED-MM       PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 W-DOC-ED-AAAA     PIC 9(04).
       01 W-DOC-DIAS-TAB       PIC X(24)
                               VALUE "312831303130313130313031".
       01 W-DOC-DIAS-R REDEFINES W-DOC-DIAS-TAB.
          03 W-DOC-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
       01 W-DOC-ULT-DIA        PIC 9(02) VALUE ZEROS.
       01 W-DOC-QUOC           PIC 9(04) VALUE ZEROS.
       01 W-DOC-RESTO          PIC 9(04) VALUE ZEROS.
       01 DDOC-TIPO            PIC X(16) VALUE SPACES.
       01 DDOC-SITUACAO        PIC X(08) VALUE SPACES.

      *--------------------------------------------
      *
       SCREEN SECTION.
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRAVAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0F3.
           OPEN I-O ARQDOC
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30"
                OPEN OUTPUT ARQDOC
                CLOSE ARQDOC
                GO TO R0F3
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE DOCUMENTOS" TO
                MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0G.
           OPEN EXTEND ARQSEG
           IF ST-ERRO9 NOT = "00"
      *****************************************
      *
       ACE-001.
                DISPLAY (21, 11)
          "N=NOVO|A=ALTERAR|E=EXCLUIR|T=CONTATOS|B=BANCO|D=DOCS|S=SAIR:"
                ACCEPT (21, 74) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "T"
                    AND W-OPCAO NOT = "B" AND W-OPCAO NOT = "S"
                    AND W-OPCAO NOT = "D"
                    GO TO ACE-001.
                IF W-OPCAO = "A" AND W-NIVEL < 2
                   MOVE "ALTERACAO" TO W-SEG-FUNCAO
                   MOVE "CONTATOS" TO W-SEG-FUNCAO
                   PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "D" AND W-NIVEL < 2
                   MOVE "DOCUMENTOS" TO W-SEG-FUNCAO
                   PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "E" AND W-NIVEL < 3
                   MOVE "EXCLUSAO" TO W-SEG-FUNCAO
                   PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                   PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (21, 11) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                ELSE
                   IF W-OPCAO = "B"
                      GO TO BAN-MENU
                ELSE
                   IF W-OPCAO = "D"
                      GO TO DOC-MENU
                ELSE
                   IF W-OPCAO = "S"
                      MOVE 1 TO W-SEL
                GO TO ROT-FIM.
      *
      *****************************************
      * DOCUMENTOS DE REGULARIDADE FISCAL      *
      *****************************************
      *
       DOC-MENU.
                DISPLAY TELALIMPAR
                MOVE "N" TO W-DOC-FIMLST
                MOVE "N" TO W-DOC-TEMREG
                MOVE "I" TO W-DOC-MODO
                MOVE 19 TO W-DOC-LINLST
                PERFORM DOC-HOJE THRU DOC-HOJE-FIM
                DISPLAY (18, 18) "TP DOCUMENTO"
                DISPLAY (18, 38) "NUMERO"
                DISPLAY (18, 59) "VALIDADE"
                DISPLAY (18, 70) "OB SITUACAO".
                MOVE FOR-CODIGO TO DOC-CODIGO
                MOVE SPACES     TO DOC-TIPO
                START ARQDOC KEY IS NOT LESS DOC-CHAVE
                IF ST-ERRO11 NOT = "00"
                   MOVE "Y" TO W-DOC-FIMLST.
       DOC-MENU-LOOP.
                IF W-DOC-FIMLST = "N"
                   READ ARQDOC NEXT RECORD
                      AT END
                         MOVE "Y" TO W-DOC-FIMLST
                      NOT AT END
                         IF DOC-CODIGO NOT = FOR-CODIGO
                            MOVE "Y" TO W-DOC-FIMLST
                         ELSE
                            MOVE "S" TO W-DOC-TEMREG
                            PERFORM DOC-DESCRICAO THRU
                                    DOC-DESCRICAO-FIM
                            PERFORM DOC-SITUACAO THRU
                                    DOC-SITUACAO-FIM
                            MOVE DOC-VALIDADE TO W-DOC-DATA8
                            MOVE W-DOC-DD     TO W-DOC-ED-DD
                            MOVE W-DOC-MM     TO W-DOC-ED-MM
                            MOVE W-DOC-AAAA   TO W-DOC-ED-AAAA
                            DISPLAY (W-DOC-LINLST, 18) DOC-TIPO
                            DISPLAY (W-DOC-LINLST, 21) DDOC-TIPO
                            DISPLAY (W-DOC-LINLST, 38) DOC-NUMERO
                            DISPLAY (W-DOC-LINLST, 59) W-DOC-DATA-ED
                            DISPLAY (W-DOC-LINLST, 70) DOC-OBRIGATORIO
                            DISPLAY (W-DOC-LINLST, 73) DDOC-SITUACAO
                            ADD 1 TO W-DOC-LINLST
                            IF W-DOC-LINLST > 23
                               MOVE "Y" TO W-DOC-FIMLST
                            END-IF
                         END-IF
                   END-READ
                   GO TO DOC-MENU-LOOP.
                IF W-DOC-TEMREG = "N"
                   DISPLAY (19, 18) "(NENHUM DOCUMENTO CADASTRADO)".
       DOC-OPC.
                DISPLAY (24, 18)
                     "I=INCLUIR | A=ALTERAR | E=EXCLUIR | V=VOLTAR :".
                ACCEPT  (24, 66) W-OPCAO
                IF W-OPCAO NOT = "I" AND W-OPCAO NOT = "A"
                   AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "V"
                   GO TO DOC-OPC.
                IF W-OPCAO = "V"
                   DISPLAY TELALIMPAR
                   DISPLAY TELANOVA
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (24, 18) MENS.
                IF W-OPCAO = "I"
                   MOVE "I" TO W-DOC-MODO
                   DISPLAY TELALIMPAR
                   GO TO DOC-TIPO-ENT.
                IF W-OPCAO = "A"
                   MOVE "A" TO W-DOC-MODO
                ELSE
                   MOVE "E" TO W-DOC-MODO.
       DOC-SEL-ENT.
                DISPLAY (24, 18) "TIPO PARA ALTERAR/EXCLUIR :".
                MOVE SPACES TO W-DOC-TIPO-SEL
                ACCEPT  (24, 46) W-DOC-TIPO-SEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   MOVE SPACES TO MENS
                   DISPLAY (24, 18) MENS
                   GO TO DOC-OPC.
                MOVE FOR-CODIGO     TO DOC-CODIGO
                MOVE W-DOC-TIPO-SEL TO DOC-TIPO
                READ ARQDOC
                IF ST-ERRO11 NOT = "00"
                   MOVE "*** DOCUMENTO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-SEL-ENT.
                DISPLAY TELALIMPAR
                PERFORM DOC-DESCRICAO THRU DOC-DESCRICAO-FIM
                IF W-DOC-MODO = "E"
                   GO TO DOC-EXC-OPC.
       DOC-ALT-SHOW.
                DISPLAY (19, 18) "TIPO (CF/CE/FG/RC) :"
                DISPLAY (19, 39) DOC-TIPO
                DISPLAY (19, 42) DDOC-TIPO
                DISPLAY (20, 18) "NUMERO             :"
                DISPLAY (20, 39) DOC-NUMERO
                DISPLAY (21, 18) "EMISSAO (AAAAMMDD) :"
                DISPLAY (21, 39) DOC-EMISSAO
                DISPLAY (22, 18) "VALIDADE(AAAAMMDD) :"
                DISPLAY (22, 39) DOC-VALIDADE
                DISPLAY (23, 18) "OBRIGATORIO (S/N)  :"
                DISPLAY (23, 39) DOC-OBRIGATORIO
                GO TO DOC-NUMERO-ENT.
       DOC-TIPO-ENT.
                DISPLAY (19, 18) "TIPO (CF/CE/FG/RC) :".
                MOVE SPACES TO DOC-TIPO
                ACCEPT  (19, 39) DOC-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   DISPLAY TELALIMPAR
                   GO TO DOC-MENU.
                PERFORM DOC-DESCRICAO THRU DOC-DESCRICAO-FIM
                IF W-DOC-TIPO-OK = "N"
                   MOVE "*** TIPO: CF, CE, FG OU RC ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-TIPO-ENT.
                MOVE FOR-CODIGO TO DOC-CODIGO
                READ ARQDOC
                IF ST-ERRO11 = "00"
                   MOVE "*** DOCUMENTO JA CADASTRADO - USE A ***" TO
                   MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-TIPO-ENT.
                DISPLAY (19, 42) DDOC-TIPO
                MOVE SPACES TO DOC-NUMERO DOC-OPERADOR
                MOVE ZEROS  TO DOC-EMISSAO DOC-VALIDADE DOC-DATA-ATU
      *    REGISTRO/CADASTRO NASCE NAO OBRIGATORIO - AS CERTIDOES
      *    NASCEM OBRIGATORIAS
                IF DOC-TIPO = "RC"
                   MOVE "N" TO DOC-OBRIGATORIO
                ELSE
                   MOVE "S" TO DOC-OBRIGATORIO.
       DOC-NUMERO-ENT.
                DISPLAY (20, 18) "NUMERO             :".
                ACCEPT  (20, 39) DOC-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   IF W-DOC-MODO = "I"
                      GO TO DOC-TIPO-ENT
                   ELSE
                      DISPLAY TELALIMPAR
                      GO TO DOC-MENU.
                IF DOC-NUMERO = SPACES
                   MOVE "*** NUMERO NAO PODE FICAR EM BRANCO ***" TO
                   MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-NUMERO-ENT.
       DOC-EMISSAO-ENT.
                DISPLAY (21, 18) "EMISSAO (AAAAMMDD) :".
                ACCEPT  (21, 39) DOC-EMISSAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO DOC-NUMERO-ENT.
                MOVE DOC-EMISSAO TO W-DOC-DATA8
                PERFORM DOC-VALIDA-DATA THRU DOC-VALIDA-DATA-FIM
                IF W-DOC-DATA-OK = "N"
                   MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-EMISSAO-ENT.
                IF DOC-EMISSAO > W-DOC-HOJE
                   MOVE "*** EMISSAO POSTERIOR A DATA DE HOJE ***" TO
                   MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-EMISSAO-ENT.
       DOC-VALIDADE-ENT.
                DISPLAY (22, 18) "VALIDADE(AAAAMMDD) :".
                ACCEPT  (22, 39) DOC-VALIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO DOC-EMISSAO-ENT.
                MOVE DOC-VALIDADE TO W-DOC-DATA8
                PERFORM DOC-VALIDA-DATA THRU DOC-VALIDA-DATA-FIM
                IF W-DOC-DATA-OK = "N"
                   MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-VALIDADE-ENT.
                IF DOC-VALIDADE < DOC-EMISSAO
                   MOVE "*** VALIDADE ANTERIOR A EMISSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-VALIDADE-ENT.
       DOC-OBRIG-ENT.
                DISPLAY (23, 18) "OBRIGATORIO (S/N)  :".
                ACCEPT  (23, 39) DOC-OBRIGATORIO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO DOC-VALIDADE-ENT.
                IF DOC-OBRIGATORIO = "s"
                   MOVE "S" TO DOC-OBRIGATORIO.
                IF DOC-OBRIGATORIO = "n"
                   MOVE "N" TO DOC-OBRIGATORIO.
                IF DOC-OBRIGATORIO NOT = "S"
                   AND DOC-OBRIGATORIO NOT = "N"
                   GO TO DOC-OBRIG-ENT.
       DOC-CONFIRM.
                MOVE "S" TO W-OPCAO
                DISPLAY (24, 18) "DESEJA SALVAR (S/N) : ".
                ACCEPT  (24, 43) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   MOVE "*** DOCUMENTO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY TELALIMPAR
                   GO TO DOC-MENU.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DOCUMENTO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY TELALIMPAR
                   GO TO DOC-MENU.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-CONFIRM.
       DOC-WR1.
                MOVE W-OPERADOR TO DOC-OPERADOR
                MOVE W-DOC-HOJE TO DOC-DATA-ATU
                IF W-DOC-MODO = "I"
                   MOVE FOR-CODIGO TO DOC-CODIGO
                   WRITE REGDOC
                ELSE
                   REWRITE REGDOC
                END-IF
                IF ST-ERRO11 = "00" OR "02"
                   MOVE "*** DOCUMENTO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY TELALIMPAR
                   GO TO DOC-MENU.
                MOVE "ERRO NA GRAVACAO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *---------[ EXCLUSAO DE DOCUMENTO ]-----------------------------
       DOC-EXC-OPC.
                DISPLAY (19, 18) "DOCUMENTO :"
                DISPLAY (19, 30) DDOC-TIPO
                DISPLAY (19, 47) DOC-NUMERO
                DISPLAY (20, 18) "DESEJA EXCLUIR   (S/N) : ".
                ACCEPT  (20, 44) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DOCUMENTO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY TELALIMPAR
                   GO TO DOC-MENU.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DOC-EXC-OPC.
       DOC-DL1.
                DELETE ARQDOC
                IF ST-ERRO11 = "00"
                   MOVE "*** DOCUMENTO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY TELALIMPAR
                   GO TO DOC-MENU.
                MOVE "ERRO NA EXCLUSAO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *---------[ DESCRICAO DO TIPO DE DOCUMENTO ]--------------------
       DOC-DESCRICAO.
                MOVE "S" TO W-DOC-TIPO-OK
                IF DOC-TIPO = "CF"
                   MOVE "CND FEDERAL"      TO DDOC-TIPO
                ELSE
                   IF DOC-TIPO = "CE"
                      MOVE "CND ESTADUAL"     TO DDOC-TIPO
                   ELSE
                      IF DOC-TIPO = "FG"
                         MOVE "CRF FGTS"         TO DDOC-TIPO
                      ELSE
                         IF DOC-TIPO = "RC"
                            MOVE "REGISTRO/CADAST." TO DDOC-TIPO
                         ELSE
                            MOVE SPACES TO DDOC-TIPO
                            MOVE "N" TO W-DOC-TIPO-OK.
       DOC-DESCRICAO-FIM.
                EXIT.
      *---------[ SITUACAO DO DOCUMENTO NA DATA DE HOJE ]-------------
      * A VENCER = VENCE NOS PROXIMOS 30 DIAS
       DOC-SITUACAO.
                IF DOC-VALIDADE < W-DOC-HOJE
                   MOVE "VENCIDO"  TO DDOC-SITUACAO
                ELSE
                   IF DOC-VALIDADE NOT > W-DOC-LIMITE
                      MOVE "A VENCER" TO DDOC-SITUACAO
                   ELSE
                      MOVE "EM DIA"   TO DDOC-SITUACAO.
       DOC-SITUACAO-FIM.
                EXIT.
      *---------[ DATA DE HOJE E LIMITE DE 30 DIAS ]------------------
       DOC-HOJE.
                ACCEPT W-DOC-HOJE FROM DATE YYYYMMDD
                COMPUTE W-DOC-LIMITE = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE (W-DOC-HOJE) + 30).
       DOC-HOJE-FIM.
                EXIT.
      *---------[ CONSISTENCIA DE DATA AAAAMMDD ]---------------------
       DOC-VALIDA-DATA.
                MOVE "N" TO W-DOC-DATA-OK
                IF W-DOC-AAAA < 1900
                   GO TO DOC-VALIDA-DATA-FIM.
                IF W-DOC-MM < 01 OR W-DOC-MM > 12
                   GO TO DOC-VALIDA-DATA-FIM.
      *         FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO
                MOVE W-DOC-DIAS-MES (W-DOC-MM) TO W-DOC-ULT-DIA
                IF W-DOC-MM = 2
                   DIVIDE W-DOC-AAAA BY 4 GIVING W-DOC-QUOC
                          REMAINDER W-DOC-RESTO
                   IF W-DOC-RESTO = ZEROS
                      MOVE 29 TO W-DOC-ULT-DIA
                      DIVIDE W-DOC-AAAA BY 100 GIVING W-DOC-QUOC
                             REMAINDER W-DOC-RESTO
                      IF W-DOC-RESTO = ZEROS
                         MOVE 28 TO W-DOC-ULT-DIA
                         DIVIDE W-DOC-AAAA BY 400 GIVING W-DOC-QUOC
                                REMAINDER W-DOC-RESTO
                         IF W-DOC-RESTO = ZEROS
                            MOVE 29 TO W-DOC-ULT-DIA.
                IF W-DOC-DD < 01 OR W-DOC-DD > W-DOC-ULT-DIA
                   GO TO DOC-VALIDA-DATA-FIM.
                MOVE "S" TO W-DOC-DATA-OK.
       DOC-VALIDA-DATA-FIM.
                EXIT.
      *
      *****************************************
      * DADOS BANCARIOS DO FORNECEDOR          *
      *****************************************
      *
       ROT-FIM.
           PERFORM LIBERA-LOCK THRU LIBERA-LOCK-FIM
           CLOSE ARQFOR ARQCEP ARQAUD ARQCTT ARQBAN ARQBANP
                 ARQOPE ARQSEG ARQINT ARQLCK ARQDOC.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
