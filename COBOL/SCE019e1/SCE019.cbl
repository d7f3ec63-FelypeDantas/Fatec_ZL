           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT ARQBOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-CHAVE
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT ARQTCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCT-CHAVE
                    FILE STATUS  IS ST-ERRO11.
      *
           SELECT ARQNCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCA-CHAVE
                    ALTERNATE RECORD KEY IS NCA-TITULO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO12.
      *
           SELECT ARQPRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRI-CHAVE
                    ALTERNATE RECORD KEY IS PRI-TITULO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO13.
      *
           SELECT ARQRMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMI-CHAVE
                    FILE STATUS  IS ST-ERRO14.
      *
           SELECT ARQDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-CHAVE
                    ALTERNATE RECORD KEY IS DOC-VALIDADE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO15.
      *
           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-NUMERO
                    ALTERNATE RECORD KEY IS CTR-CODIGO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO16.
      *
           SELECT ARQNCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCR-NUMERO
                    ALTERNATE RECORD KEY IS NCR-CODIGO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO17.
      *
           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-CHAVE
                    FILE STATUS  IS ST-ERRO18.
      *
           SELECT ARQLCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCX-CHAVE
                    FILE STATUS  IS ST-ERRO19.
      *
           SELECT ARQCNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNC-NUMERO
                    ALTERNATE RECORD KEY IS CNC-ORIGEM
                    ALTERNATE RECORD KEY IS CNC-DATA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO20.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 SEG-FUNCAO                PIC X(12).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SEG-RESULT                PIC X(20).
      *-----------------------------------------------------------------
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
       FD ARQRMI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRMI.DAT".
       01 REGRMI.
          03 RMI-CHAVE.
             05 RMI-SEQ               PIC 9(06).
             05 RMI-TITULO.
                07 RMI-CODIGO         PIC 9(06).
                07 RMI-NF             PIC X(10).
                07 RMI-PARCELA        PIC 9(02).
          03 RMI-SEGMENTO             PIC X(01).
          03 RMI-VALOR                PIC 9(13)V99.
          03 RMI-SITUACAO             PIC X(01).
      *-----------------------------------------------------------------
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
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 ST-ERRO7     PIC X(02) VALUE "00".
       01 ST-ERRO8     PIC X(02) VALUE "00".
       01 ST-ERRO9     PIC X(02) VALUE "00".
       01 ST-ERRO10    PIC X(02) VALUE "00".
       01 ST-ERRO11    PIC X(02) VALUE "00".
       01 ST-ERRO12    PIC X(02) VALUE "00".
       01 ST-ERRO13    PIC X(02) VALUE "00".
       01 ST-ERRO14    PIC X(02) VALUE "00".
       01 ST-ERRO15    PIC X(02) VALUE "00".
       01 ST-ERRO16    PIC X(02) VALUE "00".
       01 ST-ERRO17    PIC X(02) VALUE "00".
       01 ST-ERRO18    PIC X(02) VALUE "00".
       01 ST-ERRO19    PIC X(02) VALUE "00".
       01 ST-ERRO20    PIC X(02) VALUE "00".
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.

       01 W-ULT-PARC    PIC 9(02) VALUE ZEROS.
       01 W-ULT-PGHSEQ  PIC 9(02) VALUE ZEROS.
       01 W-CTT-PROXSEQ PIC 9(02) VALUE ZEROS.
       01 W-NOVA-PGHSEQ PIC 9(02) VALUE ZEROS.
       01 W-ULT-NUM     PIC 9(06) VALUE ZEROS.
       01 W-TIT-MOVIDO  PIC X(01) VALUE "N".
       01 W-FIM-ARQ     PIC X(01) VALUE "N".
      * DOCUMENTO DO DUPLICADO EM TRANSFERENCIA (LAYOUT DO REGDOC)
       01 W-DOC-SALVO.
          03 FILLER         PIC X(36).
          03 W-DOC-VALIDADE PIC 9(08).
          03 FILLER         PIC X(17).
      * CHAVE DE TITULO (T) OU PAGAMENTO (P) NO CONTROLE CONTABIL
       01 W-LCX-DOC.
          03 W-LCX-CODIGO   PIC 9(06).
          03 W-LCX-NF       PIC X(10).
          03 W-LCX-PARC     PIC 9(02).
          03 W-LCX-SEQ      PIC X(02).

      *----------ARQUIVOS OPCIONAIS------------------------------------
      * ARQUIVO AINDA NAO CRIADO NAO TEM O QUE TRANSFERIR
       01 W-BOL-ARQ     PIC X(01) VALUE "S".
       01 W-TCT-ARQ     PIC X(01) VALUE "S".
       01 W-NCA-ARQ     PIC X(01) VALUE "S".
       01 W-PRI-ARQ     PIC X(01) VALUE "S".
       01 W-RMI-ARQ     PIC X(01) VALUE "S".
       01 W-DOC-ARQ     PIC X(01) VALUE "S".
       01 W-CTR-ARQ     PIC X(01) VALUE "S".
       01 W-NCR-ARQ     PIC X(01) VALUE "S".
       01 W-CTB-ARQ     PIC X(01) VALUE "S".
       01 W-LCX-ARQ     PIC X(01) VALUE "S".
       01 W-CNC-ARQ     PIC X(01) VALUE "S".

      *----------CONTADORES DA OPERACAO--------------------------------
       01 W-QTD-CTT     PIC 9(04) VALUE ZEROS.
       01 W-QTD-PED     PIC 9(04) VALUE ZEROS.
       01 W-QTD-PGH     PIC 9(04) VALUE ZEROS.
       01 W-QTD-PGH-NT  PIC 9(04) VALUE ZEROS.
       01 W-QTD-VINC    PIC 9(04) VALUE ZEROS.
       01 W-BAN-RESULT  PIC X(30) VALUE SPACES.

      *----------TRILHA DE AUDITORIA-----------------------------------
                MOVE "ERRO NA ABERTURA DO LOG DE SEGURANCA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0I.
           OPEN I-O ARQBOL
           IF ST-ERRO10 NOT = "00"
              IF ST-ERRO10 = "30" OR "35"
                 MOVE "N" TO W-BOL-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBOL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0J.
           OPEN I-O ARQTCT
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30" OR "35"
                 MOVE "N" TO W-TCT-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTCT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0K.
           OPEN I-O ARQNCA
           IF ST-ERRO12 NOT = "00"
              IF ST-ERRO12 = "30" OR "35"
                 MOVE "N" TO W-NCA-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQNCA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0L.
           OPEN I-O ARQPRI
           IF ST-ERRO13 NOT = "00"
              IF ST-ERRO13 = "30" OR "35"
                 MOVE "N" TO W-PRI-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPRI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0M.
           OPEN I-O ARQRMI
           IF ST-ERRO14 NOT = "00"
              IF ST-ERRO14 = "30" OR "35"
                 MOVE "N" TO W-RMI-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQRMI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0N.
           OPEN I-O ARQDOC
           IF ST-ERRO15 NOT = "00"
              IF ST-ERRO15 = "30" OR "35"
                 MOVE "N" TO W-DOC-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0O.
           OPEN I-O ARQCTR
           IF ST-ERRO16 NOT = "00"
              IF ST-ERRO16 = "30" OR "35"
                 MOVE "N" TO W-CTR-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCTR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0P.
           OPEN I-O ARQNCR
           IF ST-ERRO17 NOT = "00"
              IF ST-ERRO17 = "30" OR "35"
                 MOVE "N" TO W-NCR-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQNCR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0Q.
           OPEN I-O ARQCTB
           IF ST-ERRO18 NOT = "00"
              IF ST-ERRO18 = "30" OR "35"
                 MOVE "N" TO W-CTB-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCTB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0R.
           OPEN I-O ARQLCX
           IF ST-ERRO19 NOT = "00"
              IF ST-ERRO19 = "30" OR "35"
                 MOVE "N" TO W-LCX-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLCX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0S.
           OPEN I-O ARQCNC
           IF ST-ERRO20 NOT = "00"
              IF ST-ERRO20 = "30" OR "35"
                 MOVE "N" TO W-CNC-ARQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *****************************************
      * SIGN-ON DO OPERADOR                    *
           DISPLAY (03, 10)
                "TRANSFERE CONTATOS, DADOS BANCARIOS, TITULOS,"
           DISPLAY (04, 10)
                "PEDIDOS, PAGAMENTOS, CONTRATOS, NOTAS DE CREDITO E"
           DISPLAY (05, 10)
                "DOCUMENTOS DO CODIGO DUPLICADO PARA O SOBREVIVENTE"
           DISPLAY (06, 10)
                "E INATIVA O DUPLICADO.".
       R1-SOBREV.
           DISPLAY (07, 10) "CODIGO SOBREVIVENTE : ".
           MOVE ZEROS TO W-SV-CODIGO
       R2-EXECUTA.
           PERFORM R3-TRANSF-CONTATOS THRU R3-TRANSF-CONTATOS-FIM
           PERFORM R4-TRANSF-BANCO    THRU R4-TRANSF-BANCO-FIM
           PERFORM R4A-TRANSF-CONTA   THRU R4A-TRANSF-CONTA-FIM
           PERFORM R4B-TRANSF-DOCTOS  THRU R4B-TRANSF-DOCTOS-FIM
           PERFORM R5-TRANSF-TITULOS  THRU R5-TRANSF-TITULOS-FIM
           PERFORM R5A-TRANSF-REMESSA THRU R5A-TRANSF-REMESSA-FIM
           PERFORM R6-TRANSF-PEDIDOS  THRU R6-TRANSF-PEDIDOS-FIM
           PERFORM R6A-TRANSF-CONTRAT THRU R6A-TRANSF-CONTRAT-FIM
           PERFORM R6B-TRANSF-CREDITO THRU R6B-TRANSF-CREDITO-FIM
           PERFORM R7-TRANSF-PAGTOS   THRU R7-TRANSF-PAGTOS-FIM
           PERFORM R8-INATIVA-DUPL    THRU R8-INATIVA-DUPL-FIM
           PERFORM R9-GRAVA-AUDITORIA THRU R9-GRAVA-AUDITORIA-FIM
           DISPLAY (17, 38) W-QTD-TIT-NT
           DISPLAY (19, 10) "PEDIDOS TRANSFERIDOS.....: "
           DISPLAY (19, 38) W-QTD-PED
           DISPLAY (19, 45) "VINCULOS TRANSFER.: "
           DISPLAY (19, 65) W-QTD-VINC
           DISPLAY (20, 10) "PAGAMENTOS TRANSFERIDOS..: "
           DISPLAY (20, 38) W-QTD-PGH
           DISPLAY (21, 10) "PAGAMENTOS NAO TRANSFER..: "
           DISPLAY (24, 10) "TECLE ENTER PARA CONTINUAR"
           ACCEPT  (24, 37) W-OPCAO
           MOVE ZEROS TO W-QTD-CTT W-QTD-CTT-NT W-QTD-TIT W-QTD-TIT-NT
                W-QTD-PED W-QTD-PGH W-QTD-PGH-NT W-QTD-VINC
           MOVE SPACES TO W-BAN-RESULT
           GO TO R1.
      *
              MOVE W-DP-CODIGO TO CTT-CODIGO
              MOVE W-ULT-SEQ   TO CTT-SEQ
              DELETE ARQCTT RECORD
              IF ST-ERRO2 NOT = "00"
                 MOVE "ERRO NA TRANSFERENCIA DE CONTATOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
           ELSE
              IF ST-ERRO2 = "22"
                 ADD 1 TO W-QTD-CTT-NT
           ELSE
              MOVE "MANTIDOS OS DO SOBREVIV." TO W-BAN-RESULT.
           MOVE W-DP-CODIGO TO BAN-CODIGO
           DELETE ARQBAN RECORD
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DOS DADOS BANCARIOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R4-TRANSF-BANCO-FIM.
                EXIT.
      *
      *---------[ CONTA DE DESPESA PADRAO (ARQCTB TIPO F) ]------------
      * COMO NOS DADOS BANCARIOS, SE O SOBREVIVENTE JA TEM CONTA PADRAO
      * ELA E MANTIDA E A DO DUPLICADO E APENAS ELIMINADA
       R4A-TRANSF-CONTA.
           IF W-CTB-ARQ NOT = "S"
              GO TO R4A-TRANSF-CONTA-FIM.
           MOVE "F"         TO CTB-TIPO
           MOVE SPACES      TO CTB-CODIGO
           MOVE W-DP-CODIGO TO CTB-FORNECEDOR
           READ ARQCTB
           IF ST-ERRO18 NOT = "00"
              GO TO R4A-TRANSF-CONTA-FIM.
           MOVE W-SV-CODIGO TO CTB-FORNECEDOR
           MOVE W-SV-NOME   TO CTB-DESCRICAO
           WRITE REGCTB
           IF ST-ERRO18 = "00"
              ADD 1 TO W-QTD-VINC
           ELSE
              IF ST-ERRO18 NOT = "22"
                 MOVE "ERRO NA TRANSFERENCIA DA CONTA CONTABIL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-DP-CODIGO TO CTB-FORNECEDOR
           DELETE ARQCTB RECORD
           IF ST-ERRO18 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DA CONTA CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R4A-TRANSF-CONTA-FIM.
                EXIT.
      *
      *---------[ DOCUMENTOS DE CONFORMIDADE (ARQDOC) ]----------------
      * SE O SOBREVIVENTE JA TEM O MESMO TIPO DE DOCUMENTO FICA O DE
      * VALIDADE MAIS LONGA
       R4B-TRANSF-DOCTOS.
           IF W-DOC-ARQ NOT = "S"
              GO TO R4B-TRANSF-DOCTOS-FIM.
           MOVE W-DP-CODIGO TO DOC-CODIGO
           MOVE SPACES      TO DOC-TIPO
           START ARQDOC KEY IS NOT LESS DOC-CHAVE
           IF ST-ERRO15 NOT = "00"
              GO TO R4B-TRANSF-DOCTOS-FIM.
           READ ARQDOC NEXT RECORD
           IF ST-ERRO15 NOT = "00"
              GO TO R4B-TRANSF-DOCTOS-FIM.
           IF DOC-CODIGO NOT = W-DP-CODIGO
              GO TO R4B-TRANSF-DOCTOS-FIM.
           MOVE REGDOC      TO W-DOC-SALVO
           MOVE W-SV-CODIGO TO DOC-CODIGO
           WRITE REGDOC
           IF ST-ERRO15 = "22"
              PERFORM R4B-MANTEM THRU R4B-MANTEM-FIM
           ELSE
              IF ST-ERRO15 NOT = "00" AND "02"
                 MOVE "ERRO NA TRANSFERENCIA DE DOCUMENTOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE W-DOC-SALVO TO REGDOC
           DELETE ARQDOC RECORD
           IF ST-ERRO15 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE DOCUMENTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC
           GO TO R4B-TRANSF-DOCTOS.
       R4B-MANTEM.
           MOVE W-DOC-SALVO TO REGDOC
           MOVE W-SV-CODIGO TO DOC-CODIGO
           READ ARQDOC
           IF ST-ERRO15 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE DOCUMENTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF DOC-VALIDADE NOT < W-DOC-VALIDADE
              GO TO R4B-MANTEM-FIM.
           MOVE W-DOC-SALVO TO REGDOC
           MOVE W-SV-CODIGO TO DOC-CODIGO
           REWRITE REGDOC
           IF ST-ERRO15 NOT = "00" AND "02"
              MOVE "ERRO NA TRANSFERENCIA DE DOCUMENTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R4B-MANTEM-FIM.
                EXIT.
       R4B-TRANSF-DOCTOS-FIM.
                EXIT.
      *
      *---------[ TRANSFERENCIA DOS TITULOS (ARQTIT) ]-----------------
      * TITULO CUJA NF/PARCELA JA EXISTE NO SOBREVIVENTE NAO E
      * TRANSFERIDO - FICA NO DUPLICADO E E APONTADO NO RESUMO
              MOVE W-ULT-NF    TO TIT-NF
              MOVE W-ULT-PARC  TO TIT-PARCELA
              DELETE ARQTIT RECORD
              IF ST-ERRO4 NOT = "00"
                 MOVE "ERRO NA TRANSFERENCIA DE TITULOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
              PERFORM R5-VINCULOS THRU R5-VINCULOS-FIM
           ELSE
              IF ST-ERRO4 = "22"
                 ADD 1 TO W-QTD-TIT-NT
              MOVE "Y" TO W-FIM-ARQ.
       R5-MOVE-FIM.
                EXIT.
      *---------[ REGISTROS LIGADOS AO TITULO TRANSFERIDO ]------------
      * BOLETO, CONTA DE DESPESA DO TITULO, CONTROLE DE EXPORTACAO
      * CONTABIL, ITENS DE PROPOSTA E COMPENSACOES DE NOTA DE CREDITO
      * ACOMPANHAM O TITULO. BOLETO, CONTA OU CONTROLE QUE JA EXISTA NO
      * SOBREVIVENTE PARA A MESMA NF/PARCELA (SEM O TITULO) E
      * SUBSTITUIDO PELO DO DUPLICADO
       R5-VINCULOS.
           IF W-BOL-ARQ NOT = "S"
              GO TO R5-VINC-TCT.
           MOVE W-DP-CODIGO TO BOL-CODIGO
           MOVE W-ULT-NF    TO BOL-NF
           MOVE W-ULT-PARC  TO BOL-PARCELA
           READ ARQBOL
           IF ST-ERRO10 NOT = "00"
              GO TO R5-VINC-TCT.
           MOVE W-SV-CODIGO TO BOL-CODIGO
           WRITE REGBOL
           IF ST-ERRO10 = "22"
              REWRITE REGBOL.
           IF ST-ERRO10 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE BOLETOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DP-CODIGO TO BOL-CODIGO
           DELETE ARQBOL RECORD
           IF ST-ERRO10 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE BOLETOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC.
       R5-VINC-TCT.
           IF W-TCT-ARQ NOT = "S"
              GO TO R5-VINC-LCX.
           MOVE W-DP-CODIGO TO TCT-CODIGO
           MOVE W-ULT-NF    TO TCT-NF
           MOVE W-ULT-PARC  TO TCT-PARCELA
           READ ARQTCT
           IF ST-ERRO11 NOT = "00"
              GO TO R5-VINC-LCX.
           MOVE W-SV-CODIGO TO TCT-CODIGO
           WRITE REGTCT
           IF ST-ERRO11 = "22"
              REWRITE REGTCT.
           IF ST-ERRO11 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE CONTAS DE DESPESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DP-CODIGO TO TCT-CODIGO
           DELETE ARQTCT RECORD
           IF ST-ERRO11 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE CONTAS DE DESPESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC.
       R5-VINC-LCX.
           IF W-LCX-ARQ NOT = "S"
              GO TO R5-VINC-PRI.
           MOVE W-DP-CODIGO TO W-LCX-CODIGO
           MOVE W-ULT-NF    TO W-LCX-NF
           MOVE W-ULT-PARC  TO W-LCX-PARC
           MOVE SPACES      TO W-LCX-SEQ
           MOVE "T"         TO LCX-TIPO
           MOVE W-LCX-DOC   TO LCX-DOCUMENTO
           READ ARQLCX
           IF ST-ERRO19 NOT = "00"
              GO TO R5-VINC-PRI.
           MOVE W-SV-CODIGO TO W-LCX-CODIGO
           MOVE W-LCX-DOC   TO LCX-DOCUMENTO
           WRITE REGLCX
           IF ST-ERRO19 = "22"
              REWRITE REGLCX.
           IF ST-ERRO19 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DO CONTROLE CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DP-CODIGO TO W-LCX-CODIGO
           MOVE W-LCX-DOC   TO LCX-DOCUMENTO
           DELETE ARQLCX RECORD
           IF ST-ERRO19 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DO CONTROLE CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC.
       R5-VINC-PRI.
           IF W-PRI-ARQ NOT = "S"
              GO TO R5-VINC-NCA.
           MOVE W-DP-CODIGO TO PRI-CODIGO
           MOVE W-ULT-NF    TO PRI-NF
           MOVE W-ULT-PARC  TO PRI-PARCELA
           START ARQPRI KEY IS NOT LESS PRI-TITULO
           IF ST-ERRO13 NOT = "00"
              GO TO R5-VINC-NCA.
           READ ARQPRI NEXT RECORD
           IF ST-ERRO13 NOT = "00"
              GO TO R5-VINC-NCA.
           IF PRI-CODIGO NOT = W-DP-CODIGO OR PRI-NF NOT = W-ULT-NF
              OR PRI-PARCELA NOT = W-ULT-PARC
              GO TO R5-VINC-NCA.
           MOVE PRI-NUMERO  TO W-ULT-NUM
           MOVE W-SV-CODIGO TO PRI-CODIGO
           WRITE REGPRI
           IF ST-ERRO13 NOT = "00" AND "02"
              MOVE "ERRO NA TRANSFERENCIA DE ITENS DE PROPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ULT-NUM   TO PRI-NUMERO
           MOVE W-DP-CODIGO TO PRI-CODIGO
           MOVE W-ULT-NF    TO PRI-NF
           MOVE W-ULT-PARC  TO PRI-PARCELA
           DELETE ARQPRI RECORD
           IF ST-ERRO13 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE ITENS DE PROPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC
           GO TO R5-VINC-PRI.
       R5-VINC-NCA.
           IF W-NCA-ARQ NOT = "S"
              GO TO R5-VINCULOS-FIM.
           MOVE W-DP-CODIGO TO NCA-CODIGO
           MOVE W-ULT-NF    TO NCA-NF
           MOVE W-ULT-PARC  TO NCA-PARCELA
           START ARQNCA KEY IS NOT LESS NCA-TITULO
           IF ST-ERRO12 NOT = "00"
              GO TO R5-VINCULOS-FIM.
           READ ARQNCA NEXT RECORD
           IF ST-ERRO12 NOT = "00"
              GO TO R5-VINCULOS-FIM.
           IF NCA-CODIGO NOT = W-DP-CODIGO OR NCA-NF NOT = W-ULT-NF
              OR NCA-PARCELA NOT = W-ULT-PARC
              GO TO R5-VINCULOS-FIM.
           MOVE NCA-NUMERO  TO W-ULT-NUM
           MOVE NCA-SEQ     TO W-ULT-SEQ
           MOVE W-SV-CODIGO TO NCA-CODIGO
           WRITE REGNCA
           IF ST-ERRO12 NOT = "00" AND "02"
              MOVE "ERRO NA TRANSFERENCIA DE COMPENSACOES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ULT-NUM   TO NCA-NUMERO
           MOVE W-DP-CODIGO TO NCA-CODIGO
           MOVE W-ULT-NF    TO NCA-NF
           MOVE W-ULT-PARC  TO NCA-PARCELA
           MOVE W-ULT-SEQ   TO NCA-SEQ
           DELETE ARQNCA RECORD
           IF ST-ERRO12 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE COMPENSACOES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC
           GO TO R5-VINC-NCA.
       R5-VINCULOS-FIM.
                EXIT.
       R5-TRANSF-TITULOS-FIM.
                EXIT.
      *
      *---------[ ITENS DE REMESSA DOS TITULOS TRANSFERIDOS (ARQRMI) ]
      * A CHAVE DO ITEM COMECA PELA REMESSA - O ARQUIVO E LIDO INTEIRO
      * E SO ACOMPANHAM OS ITENS CUJO TITULO SAIU DO DUPLICADO PARA O
      * SOBREVIVENTE
       R5A-TRANSF-REMESSA.
           IF W-RMI-ARQ NOT = "S"
              GO TO R5A-TRANSF-REMESSA-FIM.
           MOVE LOW-VALUES TO RMI-CHAVE
           START ARQRMI KEY IS NOT LESS RMI-CHAVE
           IF ST-ERRO14 NOT = "00"
              GO TO R5A-TRANSF-REMESSA-FIM.
       R5A-LOOP.
           READ ARQRMI NEXT RECORD
           IF ST-ERRO14 NOT = "00"
              GO TO R5A-TRANSF-REMESSA-FIM.
           IF RMI-CODIGO NOT = W-DP-CODIGO
              GO TO R5A-LOOP.
           MOVE RMI-SEQ     TO W-ULT-NUM
           MOVE RMI-NF      TO W-ULT-NF
           MOVE RMI-PARCELA TO W-ULT-PARC
           PERFORM R5A-TITULO THRU R5A-TITULO-FIM
           IF W-TIT-MOVIDO NOT = "S"
              GO TO R5A-LOOP.
           MOVE W-SV-CODIGO TO RMI-CODIGO
           WRITE REGRMI
           IF ST-ERRO14 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE ITENS DE REMESSA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ULT-NUM   TO RMI-SEQ
           MOVE W-DP-CODIGO TO RMI-CODIGO
           MOVE W-ULT-NF    TO RMI-NF
           MOVE W-ULT-PARC  TO RMI-PARCELA
           DELETE ARQRMI RECORD
           IF ST-ERRO14 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DE ITENS DE REMESSA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC
           START ARQRMI KEY IS GREATER RMI-CHAVE
           IF ST-ERRO14 NOT = "00"
              GO TO R5A-TRANSF-REMESSA-FIM.
           GO TO R5A-LOOP.
      *---------[ O TITULO SAIU DO DUPLICADO PARA O SOBREVIVENTE? ]----
       R5A-TITULO.
           MOVE "N"         TO W-TIT-MOVIDO
           MOVE W-DP-CODIGO TO TIT-CODIGO
           MOVE W-ULT-NF    TO TIT-NF
           MOVE W-ULT-PARC  TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO4 = "00"
              GO TO R5A-TITULO-FIM.
           MOVE W-SV-CODIGO TO TIT-CODIGO
           READ ARQTIT
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TIT-MOVIDO.
       R5A-TITULO-FIM.
                EXIT.
       R5A-TRANSF-REMESSA-FIM.
                EXIT.
      *
      *---------[ TRANSFERENCIA DOS PEDIDOS (ARQPED) ]-----------------
      * A CHAVE DO PEDIDO E O NUMERO - BASTA REGRAVAR COM O NOVO
      * CODIGO DE FORNECEDOR
       R6-TRANSF-PEDIDOS-FIM.
                EXIT.
      *
      *---------[ TRANSFERENCIA DOS CONTRATOS (ARQCTR) ]---------------
      * A CHAVE E O NUMERO - BASTA REGRAVAR COM O NOVO CODIGO DE
      * FORNECEDOR, COMO NOS PEDIDOS
       R6A-TRANSF-CONTRAT.
           IF W-CTR-ARQ NOT = "S"
              GO TO R6A-TRANSF-CONTRAT-FIM.
       R6A-POSICIONA.
           MOVE W-DP-CODIGO TO CTR-CODIGO
           START ARQCTR KEY IS NOT LESS CTR-CODIGO
           IF ST-ERRO16 NOT = "00"
              GO TO R6A-TRANSF-CONTRAT-FIM.
           READ ARQCTR NEXT RECORD
              AT END
                 GO TO R6A-TRANSF-CONTRAT-FIM
              NOT AT END
                 IF CTR-CODIGO NOT = W-DP-CODIGO
                    GO TO R6A-TRANSF-CONTRAT-FIM
                 END-IF
           END-READ
           MOVE W-SV-CODIGO TO CTR-CODIGO
           REWRITE REGCTR
           IF ST-ERRO16 NOT = "00" AND "02"
              MOVE "ERRO NA TRANSFERENCIA DE CONTRATOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC
           GO TO R6A-POSICIONA.
       R6A-TRANSF-CONTRAT-FIM.
                EXIT.
      *
      *---------[ TRANSFERENCIA DAS NOTAS DE CREDITO (ARQNCR) ]--------
      * A CHAVE E O NUMERO - BASTA REGRAVAR COM O NOVO CODIGO DE
      * FORNECEDOR, COMO NOS PEDIDOS
       R6B-TRANSF-CREDITO.
           IF W-NCR-ARQ NOT = "S"
              GO TO R6B-TRANSF-CREDITO-FIM.
       R6B-POSICIONA.
           MOVE W-DP-CODIGO TO NCR-CODIGO
           START ARQNCR KEY IS NOT LESS NCR-CODIGO
           IF ST-ERRO17 NOT = "00"
              GO TO R6B-TRANSF-CREDITO-FIM.
           READ ARQNCR NEXT RECORD
              AT END
                 GO TO R6B-TRANSF-CREDITO-FIM
              NOT AT END
                 IF NCR-CODIGO NOT = W-DP-CODIGO
                    GO TO R6B-TRANSF-CREDITO-FIM
                 END-IF
           END-READ
           MOVE W-SV-CODIGO TO NCR-CODIGO
           REWRITE REGNCR
           IF ST-ERRO17 NOT = "00" AND "02"
              MOVE "ERRO NA TRANSFERENCIA DE NOTAS DE CREDITO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC
           GO TO R6B-POSICIONA.
       R6B-TRANSF-CREDITO-FIM.
                EXIT.
      *
      *---------[ TRANSFERENCIA DO HISTORICO (ARQPGH) ]----------------
       R7-TRANSF-PAGTOS.
           MOVE "N" TO W-FIM-ARQ
              GO TO ROT-FIM.
           IF ST-ERRO6 = "00" OR "02"
              ADD 1 TO W-QTD-PGH
              MOVE PGH-SEQ      TO W-NOVA-PGHSEQ
              MOVE W-DP-CODIGO  TO PGH-CODIGO
              MOVE W-ULT-NF     TO PGH-NF
              MOVE W-ULT-PARC   TO PGH-PARCELA
              MOVE W-ULT-PGHSEQ TO PGH-SEQ
              DELETE ARQPGH RECORD
              IF ST-ERRO6 NOT = "00"
                 MOVE "ERRO NA TRANSFERENCIA DO HISTORICO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
              PERFORM R7-VINCULOS THRU R7-VINCULOS-FIM.
           MOVE W-DP-CODIGO  TO PGH-CODIGO
           MOVE W-ULT-NF     TO PGH-NF
           MOVE W-ULT-PARC   TO PGH-PARCELA
              MOVE "Y" TO W-FIM-ARQ.
       R7-MOVE-FIM.
                EXIT.
      *---------[ REGISTROS LIGADOS AO PAGAMENTO TRANSFERIDO ]---------
      * CONTROLE DE EXPORTACAO CONTABIL E CONCILIACAO BANCARIA PASSAM A
      * APONTAR A NOVA CHAVE DO PAGAMENTO NO SOBREVIVENTE
       R7-VINCULOS.
           IF W-LCX-ARQ NOT = "S"
              GO TO R7-VINC-CNC.
           MOVE W-DP-CODIGO   TO W-LCX-CODIGO
           MOVE W-ULT-NF      TO W-LCX-NF
           MOVE W-ULT-PARC    TO W-LCX-PARC
           MOVE W-ULT-PGHSEQ  TO W-LCX-SEQ
           MOVE "P"           TO LCX-TIPO
           MOVE W-LCX-DOC     TO LCX-DOCUMENTO
           READ ARQLCX
           IF ST-ERRO19 NOT = "00"
              GO TO R7-VINC-CNC.
           MOVE W-SV-CODIGO   TO W-LCX-CODIGO
           MOVE W-NOVA-PGHSEQ TO W-LCX-SEQ
           MOVE W-LCX-DOC     TO LCX-DOCUMENTO
           WRITE REGLCX
           IF ST-ERRO19 = "22"
              REWRITE REGLCX.
           IF ST-ERRO19 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DO CONTROLE CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DP-CODIGO   TO W-LCX-CODIGO
           MOVE W-ULT-PGHSEQ  TO W-LCX-SEQ
           MOVE W-LCX-DOC     TO LCX-DOCUMENTO
           DELETE ARQLCX RECORD
           IF ST-ERRO19 NOT = "00"
              MOVE "ERRO NA TRANSFERENCIA DO CONTROLE CONTABIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC.
       R7-VINC-CNC.
           IF W-CNC-ARQ NOT = "S"
              GO TO R7-VINCULOS-FIM.
           MOVE "P"           TO CNC-TIPO
           MOVE SPACES        TO CNC-ID
           MOVE W-DP-CODIGO   TO CNC-PGH-CODIGO
           MOVE W-ULT-NF      TO CNC-PGH-NF
           MOVE W-ULT-PARC    TO CNC-PGH-PARCELA
           MOVE W-ULT-PGHSEQ  TO CNC-PGH-SEQ
           READ ARQCNC KEY IS CNC-ORIGEM
           IF ST-ERRO20 NOT = "00"
              GO TO R7-VINCULOS-FIM.
           MOVE W-SV-CODIGO   TO CNC-PGH-CODIGO CNC-CODIGO
           MOVE W-NOVA-PGHSEQ TO CNC-PGH-SEQ
           REWRITE REGCNC
           IF ST-ERRO20 NOT = "00" AND "02"
              MOVE "ERRO NA TRANSFERENCIA DA CONCILIACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-VINC.
       R7-VINCULOS-FIM.
                EXIT.
       R7-TRANSF-PAGTOS-FIM.
                EXIT.
      *
      *--------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQCTT ARQBAN ARQTIT ARQPED ARQPGH ARQAUD
                 ARQOPE ARQSEG ARQBOL ARQTCT ARQNCA ARQPRI ARQRMI
                 ARQDOC ARQCTR ARQNCR ARQCTB ARQLCX ARQCNC.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ ROTINA DE MENSAGEM ]---------------------
