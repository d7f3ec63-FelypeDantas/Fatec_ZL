           SELECT RELEXT ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *
           SELECT ARQNCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCR-NUMERO
                    ALTERNATE RECORD KEY IS NCR-CODIGO
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
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEXT.LST".
       01 REG-RELEXT                 PIC X(132).
      *-----------------------------------------------------------------
      * NOTA DE CREDITO DO FORNECEDOR (MANUTENCAO NO SCE030)
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
      * COMPENSACAO DE NOTA DE CREDITO EM PARCELA DO ARQTIT
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
       01 W-NCR-ARQ      PIC X(01) VALUE "S".
       01 W-NCA-ARQ      PIC X(01) VALUE "S".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-TEM-REG      PIC X(01) VALUE "N".
       01 W-CODIGO       PIC 9(06) VALUE ZEROS.

      *----------SALDOS E TOTALIZADORES--------------------------------
      * O SALDO E O QUE A EMPRESA DEVE AO FORNECEDOR: TITULOS LANCADOS
      * (VALOR LIQUIDO) MENOS PAGAMENTOS EFETUADOS E CREDITOS
      * COMPENSADOS
       01 W-SALDO-ABERT  PIC S9(13)V99 VALUE ZEROS.
       01 W-SALDO-FINAL  PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-TITULOS  PIC 9(13)V99 VALUE ZEROS.
       01 W-QTD-TITULOS  PIC 9(06) VALUE ZEROS.
       01 W-QTD-PAGTOS   PIC 9(06) VALUE ZEROS.

      *----------NOTAS DE CREDITO--------------------------------------
      * CREDITO COMPENSADO ABATE O SALDO A PAGAR COMO UM PAGAMENTO -
      * O QUE AINDA NAO FOI COMPENSADO ATE A DATA FINAL E VALOR QUE O
      * FORNECEDOR DEVE A EMPRESA
       01 W-TOT-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-COMPENS  PIC 9(13)V99 VALUE ZEROS.
       01 W-CRED-EMITIDO PIC 9(13)V99 VALUE ZEROS.
       01 W-CRED-USADO   PIC 9(13)V99 VALUE ZEROS.
       01 W-CRED-SALDO   PIC S9(13)V99 VALUE ZEROS.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
          03 FILLER            PIC X(04) VALUE SPACES.
          03 WP-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-CAB-NCR.
          03 FILLER            PIC X(11) VALUE "DATA".
          03 FILLER            PIC X(08) VALUE "NUMERO".
          03 FILLER            PIC X(31) VALUE "MOTIVO".
          03 FILLER            PIC X(18) VALUE "VALOR DO CREDITO".
          03 FILLER            PIC X(12) VALUE "SITUACAO".

       01 W-LINNCR.
          03 WN-DATA           PIC 9(08).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 WN-NUMERO         PIC 9(06).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WN-MOTIVO         PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WN-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WN-SITUACAO       PIC X(12).

       01 W-CAB-NCA.
          03 FILLER            PIC X(11) VALUE "COMPENSADO".
          03 FILLER            PIC X(11) VALUE "NOTA".
          03 FILLER            PIC X(04) VALUE "PC".
          03 FILLER            PIC X(08) VALUE "CREDITO".
          03 FILLER            PIC X(18) VALUE "VALOR COMPENSADO".

       01 W-LINNCA.
          03 WA-DATA           PIC 9(08).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 WA-NF             PIC X(10).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WA-PARC           PIC 9(02).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WA-NUMERO         PIC 9(06).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WA-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINSECAO           PIC X(50) VALUE SPACES.
                         "STATUS " ST-ERRO3
                 CLOSE ARQFOR ARQTIT
                 GO TO ROT-FIM.
      *    SEM OS ARQUIVOS DE CREDITO O EXTRATO SAI SEM ESSAS SECOES
       R0B1.
           OPEN INPUT ARQNCR
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 MOVE "N" TO W-NCR-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNCR - "
                         "STATUS " ST-ERRO5
                 GO TO ROT-FIM.
       R0B2.
           OPEN INPUT ARQNCA
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30" OR "35"
                 MOVE "N" TO W-NCA-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNCA - "
                         "STATUS " ST-ERRO6
                 GO TO ROT-FIM.
       R0C.
           OPEN OUTPUT RELEXT
           IF ST-ERRO4 NOT = "00"
       R1C.
           MOVE ZEROS TO W-SALDO-ABERT W-SALDO-FINAL W-TOT-TITULOS
                W-TOT-PAGTOS W-QTD-TITULOS W-QTD-PAGTOS
                W-TOT-CREDITOS W-TOT-COMPENS W-CRED-EMITIDO
                W-CRED-USADO
           ACCEPT W-DATA-SIS FROM DATE
           MOVE W-DATA-SIS TO CAB2-DATA
           MOVE W-DATA-INI TO CAB2-INI
              WRITE REG-RELEXT.
       R4-FIM.
           WRITE REG-RELEXT FROM W-LINBRANCO.
      *------------- NOTAS DE CREDITO DO FORNECEDOR ---------
       R5A.
           IF W-NCR-ARQ = "N"
              GO TO R5B.
           MOVE "*** NOTAS DE CREDITO NO PERIODO ***" TO W-LINSECAO
           WRITE REG-RELEXT FROM W-LINSECAO
           WRITE REG-RELEXT FROM W-CAB-NCR
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-TEM-REG
           MOVE W-CODIGO TO NCR-CODIGO
           START ARQNCR KEY IS NOT LESS NCR-CODIGO
           IF ST-ERRO5 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R5A-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R5A-TESTA.
           READ ARQNCR NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF NCR-CODIGO NOT = W-CODIGO
                    MOVE "Y" TO W-FIM-ARQ
                 ELSE
                    PERFORM R7-TRATA-CREDITO THRU R7-TRATA-CREDITO-FIM
                 END-IF
           END-READ
           GO TO R5A-LOOP.
       R5A-TESTA.
           IF W-TEM-REG = "N"
              MOVE "(NENHUMA NOTA DE CREDITO NO PERIODO)" TO REG-RELEXT
              WRITE REG-RELEXT.
           WRITE REG-RELEXT FROM W-LINBRANCO.
      *------------- CREDITOS COMPENSADOS EM TITULOS --------
       R5B.
           IF W-NCA-ARQ = "N"
              GO TO R6.
           MOVE "*** CREDITOS COMPENSADOS NO PERIODO ***" TO W-LINSECAO
           WRITE REG-RELEXT FROM W-LINSECAO
           WRITE REG-RELEXT FROM W-CAB-NCA
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-TEM-REG
           MOVE W-CODIGO TO NCA-CODIGO
           MOVE SPACES TO NCA-NF
           MOVE ZEROS  TO NCA-PARCELA
           START ARQNCA KEY IS NOT LESS NCA-TITULO
           IF ST-ERRO6 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R5B-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R5B-TESTA.
           READ ARQNCA NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 IF NCA-CODIGO NOT = W-CODIGO
                    MOVE "Y" TO W-FIM-ARQ
                 ELSE
                    PERFORM R8-TRATA-COMPENSACAO THRU
                            R8-TRATA-COMPENSACAO-FIM
                 END-IF
           END-READ
           GO TO R5B-LOOP.
       R5B-TESTA.
           IF W-TEM-REG = "N"
              MOVE "(NENHUMA COMPENSACAO NO PERIODO)" TO REG-RELEXT
              WRITE REG-RELEXT.
           WRITE REG-RELEXT FROM W-LINBRANCO.
      *------------- SALDOS ---------------------------------
       R6.
           COMPUTE W-SALDO-FINAL = W-SALDO-ABERT + W-TOT-TITULOS
                                 - W-TOT-PAGTOS - W-TOT-COMPENS
           MOVE "SALDO DE ABERTURA.........:" TO WS-ROTULO
           MOVE W-SALDO-ABERT TO WS-VALOR
           WRITE REG-RELEXT FROM W-LINSALDO
           MOVE "PAGAMENTOS NO PERIODO.....:" TO WS-ROTULO
           MOVE W-TOT-PAGTOS TO WS-VALOR
           WRITE REG-RELEXT FROM W-LINSALDO
           IF W-NCA-ARQ = "S"
              MOVE "CREDITOS COMPENSADOS......:" TO WS-ROTULO
              MOVE W-TOT-COMPENS TO WS-VALOR
              WRITE REG-RELEXT FROM W-LINSALDO.
           MOVE "SALDO FINAL A PAGAR.......:" TO WS-ROTULO
           MOVE W-SALDO-FINAL TO WS-VALOR
           WRITE REG-RELEXT FROM W-LINSALDO
           IF W-NCR-ARQ = "S"
              COMPUTE W-CRED-SALDO = W-CRED-EMITIDO - W-CRED-USADO
              WRITE REG-RELEXT FROM W-LINBRANCO
              MOVE "CREDITOS NO PERIODO.......:" TO WS-ROTULO
              MOVE W-TOT-CREDITOS TO WS-VALOR
              WRITE REG-RELEXT FROM W-LINSALDO
              MOVE "CREDITO NAO UTILIZADO.....:" TO WS-ROTULO
              MOVE W-CRED-SALDO TO WS-VALOR
              WRITE REG-RELEXT FROM W-LINSALDO
              MOVE "(VALOR QUE O FORNECEDOR DEVE A EMPRESA)" TO
                   REG-RELEXT
              WRITE REG-RELEXT.
           DISPLAY "EXTRATO GRAVADO EM RELEXT.LST"
           GO TO ROT-FIM.
      *---------[ CLASSIFICA UM TITULO DO FORNECEDOR ]-----------------
           MOVE "S" TO W-TEM-REG.
       R5-TRATA-PAGTO-FIM.
                EXIT.
      *---------[ CLASSIFICA UMA NOTA DE CREDITO ]---------------------
      * NOTA CANCELADA E LISTADA MAS NAO ENTRA NOS TOTAIS
       R7-TRATA-CREDITO.
           IF NCR-DATA > W-DATA-FIM
              GO TO R7-TRATA-CREDITO-FIM.
           IF NCR-SITUACAO NOT = "C"
              ADD NCR-VALOR TO W-CRED-EMITIDO.
           IF NCR-DATA < W-DATA-INI
              GO TO R7-TRATA-CREDITO-FIM.
           MOVE NCR-DATA   TO WN-DATA
           MOVE NCR-NUMERO TO WN-NUMERO
           MOVE NCR-MOTIVO TO WN-MOTIVO
           MOVE NCR-VALOR  TO WN-VALOR
           IF NCR-SITUACAO = "C"
              MOVE "CANCELADA" TO WN-SITUACAO
           ELSE
              IF NCR-SITUACAO = "U"
                 MOVE "UTILIZADA" TO WN-SITUACAO
              ELSE
                 IF NCR-UTILIZADO > ZEROS
                    MOVE "PARCIAL"   TO WN-SITUACAO
                 ELSE
                    MOVE "COM SALDO" TO WN-SITUACAO
                 END-IF
              END-IF
              ADD NCR-VALOR TO W-TOT-CREDITOS.
           WRITE REG-RELEXT FROM W-LINNCR
           MOVE "S" TO W-TEM-REG.
       R7-TRATA-CREDITO-FIM.
                EXIT.
      *---------[ CLASSIFICA UMA COMPENSACAO DE CREDITO ]--------------
       R8-TRATA-COMPENSACAO.
           IF NCA-DATA > W-DATA-FIM
              GO TO R8-TRATA-COMPENSACAO-FIM.
           ADD NCA-VALOR TO W-CRED-USADO
           IF NCA-DATA < W-DATA-INI
              SUBTRACT NCA-VALOR FROM W-SALDO-ABERT
              GO TO R8-TRATA-COMPENSACAO-FIM.
           MOVE NCA-DATA    TO WA-DATA
           MOVE NCA-NF      TO WA-NF
           MOVE NCA-PARCELA TO WA-PARC
           MOVE NCA-NUMERO  TO WA-NUMERO
           MOVE NCA-VALOR   TO WA-VALOR
           WRITE REG-RELEXT FROM W-LINNCA
           ADD NCA-VALOR TO W-TOT-COMPENS
           MOVE "S" TO W-TEM-REG.
       R8-TRATA-COMPENSACAO-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQTIT ARQPGH RELEXT ARQNCR ARQNCA.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
