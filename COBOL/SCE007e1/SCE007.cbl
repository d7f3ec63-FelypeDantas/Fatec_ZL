           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT ARQPRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRP-NUMERO
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT ARQPRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRI-CHAVE
                    ALTERNATE RECORD KEY IS PRI-TITULO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT ARQBOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-CHAVE
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT ARQRMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMS-SEQ
                    FILE STATUS  IS ST-ERRO11.
      *
           SELECT ARQRMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMI-CHAVE
                    FILE STATUS  IS ST-ERRO12.
      *
           SELECT ARQNCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCA-CHAVE
                    ALTERNATE RECORD KEY IS NCA-TITULO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO13.
      *
           SELECT ARQDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-CHAVE
                    ALTERNATE RECORD KEY IS DOC-VALIDADE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO14.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 SEG-FUNCAO                PIC X(12).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SEG-RESULT                PIC X(20).
      *-----------------------------------------------------------------
      * PROPOSTA DE PAGAMENTO APROVADA NO SCE022 - SO OS ITENS
      * INCLUIDOS (PRI-INCLUIDO = "S") VAO PARA A REMESSA
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
      * BOLETO DA PARCELA CAPTURADO NO SCE006 - PARCELA COM BOLETO E
      * PAGA PELO SEGMENTO J, SEM DEPENDER DO ARQBAN
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
      * REGISTRO DE REMESSAS - UM POR REMESSA.TXT GERADO, COM O MESMO
      * SEQUENCIAL ENVIADO NO HEADER DO ARQUIVO (RHA-SEQ-ARQUIVO)
      * SITUACAO: G = GERADA/AGUARDANDO RETORNO  P = RETORNO PROCESSADO
       FD ARQRMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRMS.DAT".
       01 REGRMS.
          03 RMS-SEQ                  PIC 9(06).
          03 RMS-DATA                 PIC 9(08).
          03 RMS-HORA                 PIC 9(06).
          03 RMS-OPERADOR             PIC X(08).
          03 RMS-PROPOSTA             PIC 9(06).
          03 RMS-QTD                  PIC 9(06).
          03 RMS-TOTAL                PIC 9(14)V99.
          03 RMS-SITUACAO             PIC X(01).
          03 RMS-DATA-RET             PIC 9(08).
          03 RMS-OPER-RET             PIC X(08).
      *-----------------------------------------------------------------
      * TITULOS DE CADA REMESSA
      * SITUACAO: R = REMETIDO  B = BAIXADO NO RETORNO  J = REJEITADO
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
      * COMPENSACOES DE NOTAS DE CREDITO (SCE030) - O VALOR JA ESTA EM
      * TIT-VALOR-PAGO, AQUI SO E LIDO PARA MOSTRAR O ABATIMENTO
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
      * CERTIDOES E DOCUMENTOS DO FORNECEDOR (SCE003 OPCAO D) - COM UM
      * OBRIGATORIO VENCIDO NA DATA DO PAGAMENTO O TITULO NAO E PAGO
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
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".
       01 ST-ERRO11      PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO13      PIC X(02) VALUE "00".
       01 ST-ERRO14      PIC X(02) VALUE "00".

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * A REMESSA MOVIMENTA DINHEIRO - EXIGE NIVEL 2 OU SUPERIOR
       01 W-DATA8        PIC 9(08) VALUE ZEROS.
       01 W-HORA8        PIC 9(08) VALUE ZEROS.
       01 W-DATA-PGTO    PIC 9(08) VALUE ZEROS.
       01 W-PROPOSTA     PIC 9(06) VALUE ZEROS.
       01 W-SEQ-REMESSA  PIC 9(06) VALUE ZEROS.

      *----------DADOS BANCARIOS DA EMPRESA PAGADORA-------------------
      * CODIGO DE COMPENSACAO, CNPJ, CONVENIO E CONTA DEBITADA QUE
       01 W-QTD-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-QTD-REMETIDOS PIC 9(06) VALUE ZEROS.
       01 W-QTD-EXCECOES  PIC 9(06) VALUE ZEROS.
       01 W-QTD-EXC-BAN   PIC 9(06) VALUE ZEROS.
       01 W-QTD-REG-LOTE  PIC 9(06) VALUE ZEROS.
       01 W-SEQ-REGISTRO  PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR     PIC 9(14)V99 VALUE ZEROS.

      *----------PAGAMENTO DE BOLETOS (LOTE 0002 - SEGMENTO J)---------
      * OS CREDITOS EM CONTA SAEM NO LOTE 0001 E OS BOLETOS NO LOTE
      * 0002 - OS ITENS DA PROPOSTA SAO LIDOS UMA VEZ PARA CADA LOTE
       01 W-BOL-ARQ       PIC X(01) VALUE "S".
       01 W-TEM-BOLETO    PIC X(01) VALUE "N".
       01 W-PASSADA       PIC 9(01) VALUE 1.
       01 W-LOTE2-ABERTO  PIC X(01) VALUE "N".
       01 W-QTD-LOTES     PIC 9(06) VALUE ZEROS.
       01 W-QTD-REG-ARQ   PIC 9(06) VALUE ZEROS.
       01 W-TOT-LOTE      PIC 9(14)V99 VALUE ZEROS.
       01 W-QTD-EXC-BOL   PIC 9(06) VALUE ZEROS.
       01 W-BOL-LIQUIDO   PIC 9(11)V99 VALUE ZEROS.

      *----------NOTAS DE CREDITO COMPENSADAS--------------------------
      * A PARCELA COMPENSADA SAI PELO LIQUIDO QUE SOBRA - O RELATORIO
      * MOSTRA CADA NOTA ABATIDA DEBAIXO DA PARCELA
       01 W-NCA-ARQ       PIC X(01) VALUE "S".
       01 W-TOT-CREDITO   PIC 9(14)V99 VALUE ZEROS.

      *----------DOCUMENTOS DO FORNECEDOR------------------------------
      * FORNECEDOR SEM DOCUMENTO CADASTRADO NAO E SEGURADO - SO O
      * OBRIGATORIO COM VALIDADE ANTERIOR AO PAGAMENTO SEGURA O TITULO
       01 W-DOC-ARQ       PIC X(01) VALUE "S".
       01 W-DOC-VENCIDO   PIC X(01) VALUE "N".
       01 W-QTD-EXC-DOC   PIC 9(06) VALUE ZEROS.

      *----------REGISTROS DO ARQUIVO DE REMESSA (CNAB 240)-----------
       01 W-REM-HEADER-ARQ.
          03 RHA-BANCO         PIC X(03).
          03 FILLER            PIC X(67) VALUE SPACES.
          03 RSA-OCORRENCIAS   PIC X(10) VALUE SPACES.

       01 W-REM-SEGMENTO-J.
          03 RSJ-BANCO         PIC X(03).
          03 RSJ-LOTE          PIC X(04) VALUE "0002".
          03 RSJ-TIPO-REG      PIC X(01) VALUE "3".
          03 RSJ-NUM-REGISTRO  PIC 9(05) VALUE ZEROS.
          03 RSJ-SEGMENTO      PIC X(01) VALUE "J".
          03 FILLER            PIC X(03) VALUE SPACES.
          03 RSJ-BARRAS        PIC X(44).
          03 RSJ-NOME          PIC X(30).
          03 RSJ-VENCIMENTO    PIC 9(08).
          03 RSJ-VALOR-TITULO  PIC 9(13)V99.
          03 RSJ-DESCONTO      PIC 9(13)V99.
          03 RSJ-ACRESCIMO     PIC 9(13)V99 VALUE ZEROS.
          03 RSJ-DATA-PGTO     PIC 9(08).
          03 RSJ-VALOR         PIC 9(13)V99.
          03 RSJ-QTD-MOEDA     PIC 9(10)V9(05) VALUE ZEROS.
          03 RSJ-SEU-NUMERO.
             05 RSJ-SN-CODIGO  PIC 9(06).
             05 RSJ-SN-NF      PIC X(10).
             05 RSJ-SN-PARCELA PIC 9(02).
             05 FILLER         PIC X(02) VALUE SPACES.
          03 RSJ-NOSSO-NUMERO  PIC X(20) VALUE SPACES.
          03 RSJ-MOEDA         PIC X(02) VALUE "09".
          03 FILLER            PIC X(06) VALUE SPACES.
          03 RSJ-OCORRENCIAS   PIC X(10) VALUE SPACES.

       01 W-REM-TRAILER-LOTE.
          03 RTL-BANCO         PIC X(03).
          03 RTL-LOTE          PIC X(04) VALUE "0001".
       01 W-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CAB2-DATA         PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(09) VALUE "PROPOSTA:".
          03 CAB2-PROPOSTA     PIC 9(06).
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(10) VALUE "PAGAMENTO:".
          03 CAB2-PGTO         PIC 9(08).
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(08) VALUE "REMESSA:".
          03 CAB2-SEQ          PIC 9(06).

       01 W-CAB3.
          03 FILLER            PIC X(07) VALUE "CODIGO".
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WD-SITUACAO       PIC X(25).

       01 W-LINCRED.
          03 FILLER            PIC X(07) VALUE SPACES.
          03 FILLER            PIC X(16) VALUE "NOTA DE CREDITO ".
          03 WC-NUMERO         PIC 9(06).
          03 FILLER            PIC X(23) VALUE SPACES.
          03 WC-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(02) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "CREDITO COMPENSADO".

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-CAB-EXC.
          03 FILLER            PIC X(45)
             VALUE "EXCECOES DA REMESSA".

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "VALOR REMETIDO:".
          03 WR-VALOR          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINRESUMO5.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "CREDITO COMPENSADO:".
          03 WR-CREDITO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "ERRO NA ABERTURA DO LOG DE SEGURANCA - "
                        "STATUS " ST-ERRO7
                GO TO ROT-FIM.
       R0G.
           OPEN I-O ARQPRP
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 DISPLAY "NENHUMA PROPOSTA DE PAGAMENTO CADASTRADA - "
                         "USE O SCE022"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRP - STATUS "
                         ST-ERRO8
              END-IF
              GO TO ROT-FIM.
       R0H.
           OPEN INPUT ARQPRI
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRI - STATUS "
                      ST-ERRO9
              GO TO ROT-FIM.
      *    SEM ARQBOL NENHUMA PARCELA TEM BOLETO - SO O LOTE 0001 SAI
       R0I.
           OPEN INPUT ARQBOL
           IF ST-ERRO10 NOT = "00"
              IF ST-ERRO10 = "30" OR "35"
                 MOVE "N" TO W-BOL-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQBOL - STATUS "
                         ST-ERRO10
                 GO TO ROT-FIM.
       R0J.
           OPEN I-O ARQRMS
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30"
                OPEN OUTPUT ARQRMS
                CLOSE ARQRMS
                GO TO R0J
              ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRMS - STATUS "
                        ST-ERRO11
                GO TO ROT-FIM.
       R0K.
           OPEN I-O ARQRMI
           IF ST-ERRO12 NOT = "00"
              IF ST-ERRO12 = "30"
                OPEN OUTPUT ARQRMI
                CLOSE ARQRMI
                GO TO R0K
              ELSE
                DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRMI - STATUS "
                        ST-ERRO12
                GO TO ROT-FIM.
      *    SEM ARQNCA NENHUMA PARCELA FOI COMPENSADA COM CREDITO
       R0L.
           OPEN INPUT ARQNCA
           IF ST-ERRO13 NOT = "00"
              IF ST-ERRO13 = "30" OR "35"
                 MOVE "N" TO W-NCA-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNCA - STATUS "
                         ST-ERRO13
                 GO TO ROT-FIM.
      *    SEM ARQDOC NENHUM FORNECEDOR TEM DOCUMENTO CONTROLADO
       R0M.
           OPEN INPUT ARQDOC
           IF ST-ERRO14 NOT = "00"
              IF ST-ERRO14 = "30" OR "35"
                 MOVE "N" TO W-DOC-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDOC - STATUS "
                         ST-ERRO14
                 GO TO ROT-FIM.
      *
      *****************************************
      * SIGN-ON DO OPERADOR                    *
           MOVE "GERACAO INICIADA" TO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *------------- PARAMETROS DA REMESSA ------------------
      * A SELECAO DOS TITULOS E A DATA DE PAGAMENTO VEM DA PROPOSTA
      * APROVADA NO SCE022 (0 = DESISTE SEM GERAR A REMESSA)
       R1.
           MOVE ZEROS TO W-QTD-LIDOS W-QTD-REMETIDOS W-QTD-EXCECOES
                W-SEQ-REGISTRO W-TOT-VALOR W-TOT-LOTE W-QTD-REG-ARQ
                W-QTD-EXC-BOL W-TOT-CREDITO W-QTD-EXC-DOC W-QTD-EXC-BAN
           DISPLAY "NUMERO DA PROPOSTA APROVADA (0=SAIR): "
           ACCEPT W-PROPOSTA
           IF W-PROPOSTA = ZEROS
              DISPLAY "REMESSA NAO GERADA"
              GO TO ROT-FIM.
           MOVE W-PROPOSTA TO PRP-NUMERO
           READ ARQPRP
           IF ST-ERRO8 = "23"
              DISPLAY "PROPOSTA NAO CADASTRADA"
              GO TO R1.
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQPRP - STATUS "
                      ST-ERRO8
              GO TO ROT-FIM.
           IF PRP-SITUACAO NOT = "A"
              DISPLAY "PROPOSTA NAO ESTA APROVADA PARA PAGAMENTO"
              GO TO R1.
       R1A.
           MOVE PRP-DATA-PGTO TO W-DATA-PGTO
           DISPLAY "DATA DE PAGAMENTO DA PROPOSTA: " W-DATA-PGTO.
      *------------- REGISTRO DA REMESSA --------------------
      * O SEQUENCIAL E RESERVADO ANTES DA GERACAO E VAI NO HEADER DO
      * ARQUIVO - O SCE008 CONFERE O RETORNO POR ELE
       R1-REGISTRA.
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           ACCEPT W-HORA8 FROM TIME
           PERFORM R1-PROXIMA-SEQ THRU R1-PROXIMA-SEQ-FIM
           MOVE W-SEQ-REMESSA TO RMS-SEQ
           MOVE W-DATA8       TO RMS-DATA
           MOVE W-HORA8 (1:6) TO RMS-HORA
           MOVE W-OPERADOR    TO RMS-OPERADOR
           MOVE W-PROPOSTA    TO RMS-PROPOSTA
           MOVE ZEROS         TO RMS-QTD RMS-TOTAL RMS-DATA-RET
           MOVE "G"           TO RMS-SITUACAO
           MOVE SPACES        TO RMS-OPER-RET
           WRITE REGRMS
           IF ST-ERRO11 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQRMS - STATUS "
                      ST-ERRO11
              GO TO ROT-FIM.
           MOVE W-SEQ-REMESSA TO RHA-SEQ-ARQUIVO.
      *------------- CABECALHOS -----------------------------
       R1B.
           ACCEPT W-DATA-SIS FROM DATE
           MOVE W-DATA-SIS  TO CAB2-DATA
           MOVE W-PROPOSTA  TO CAB2-PROPOSTA
           MOVE W-DATA-PGTO TO CAB2-PGTO
           MOVE W-SEQ-REMESSA TO CAB2-SEQ
      *
           WRITE REG-RELREM FROM W-CAB1
           WRITE REG-RELREM FROM W-CAB2
           WRITE REG-RELREM FROM W-CAB3
      *
           MOVE W-BCO-EMPRESA TO RHA-BANCO RHL-BANCO RSA-BANCO
                                 RSJ-BANCO RTL-BANCO RTA-BANCO
           MOVE W-INSC-EMPRESA TO RHA-INSC-NUMERO RHL-INSC-NUMERO
           MOVE W-CONV-EMPRESA TO RHA-CONVENIO RHL-CONVENIO
           MOVE W-AGE-EMPRESA  TO RHA-AGENCIA RHL-AGENCIA
           MOVE W-HORA8 (1:6) TO RHA-HORA-GERACAO
           WRITE REG-REM FROM W-REM-HEADER-ARQ
           WRITE REG-REM FROM W-REM-HEADER-LOTE
           MOVE 1 TO W-QTD-REG-LOTE W-QTD-LOTES.
      *------------- VARREDURA DOS ITENS DA PROPOSTA --------
      * O TITULO PRECISA CONTINUAR EM ABERTO - SE FOI PAGO OU REMETIDO
      * DEPOIS DA APROVACAO SAI COMO EXCECAO E NAO VAI PARA O BANCO
       R2.
           MOVE 1 TO W-PASSADA.
       R2-VARRE.
           MOVE "N" TO W-FIM-ARQ
           MOVE W-PROPOSTA TO PRI-NUMERO
           MOVE ZEROS  TO PRI-CODIGO PRI-PARCELA
           MOVE SPACES TO PRI-NF
           START ARQPRI KEY IS NOT LESS PRI-CHAVE
           IF ST-ERRO9 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
           PERFORM UNTIL W-FIM-ARQ = "Y"
              READ ARQPRI NEXT RECORD
                 AT END
                    MOVE "Y" TO W-FIM-ARQ
                 NOT AT END
                    IF PRI-NUMERO NOT = W-PROPOSTA
                       MOVE "Y" TO W-FIM-ARQ
                    ELSE
                       IF PRI-INCLUIDO = "S"
                          PERFORM R2-LE-TITULO THRU R2-LE-TITULO-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF W-PASSADA = 2
              GO TO R5-FECHA-REMESSA.
           PERFORM R5-FECHA-LOTE
           IF W-BOL-ARQ = "N"
              GO TO R5-FECHA-REMESSA.
           MOVE 2 TO W-PASSADA
           MOVE ZEROS TO W-SEQ-REGISTRO W-TOT-LOTE W-QTD-REG-LOTE
           GO TO R2-VARRE.
      *-----------------------------------------------------------------
       R2-LE-TITULO.
           MOVE PRI-TITULO TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO3 = "00"
              IF TIT-SITUACAO = "A"
                 PERFORM R2-VERIFICA-BOLETO THRU
                         R2-VERIFICA-BOLETO-FIM
                 IF (W-PASSADA = 1 AND W-TEM-BOLETO = "N") OR
                    (W-PASSADA = 2 AND W-TEM-BOLETO = "S")
                    PERFORM R3-PROCESSA-TITULO THRU
                            R3-PROCESSA-TITULO-FIM
                 END-IF
                 GO TO R2-LE-TITULO-FIM.
           IF W-PASSADA = 2
              GO TO R2-LE-TITULO-FIM.
           ADD 1 TO W-QTD-LIDOS
           MOVE PRI-CODIGO  TO WD-CODIGO
           MOVE PRI-NF      TO WD-NF
           MOVE PRI-PARCELA TO WD-PARC
           MOVE PRI-VALOR   TO WD-VALOR
           MOVE SPACES      TO WD-NOME
           MOVE "EXCECAO-TITULO NAO ABERTO" TO WD-SITUACAO
           PERFORM R4-EXCECAO.
       R2-LE-TITULO-FIM.
                EXIT.
      *-----------------------------------------------------------------
       R1-PROXIMA-SEQ.
           MOVE ZEROS TO W-SEQ-REMESSA RMS-SEQ
           START ARQRMS KEY IS NOT LESS RMS-SEQ
           IF ST-ERRO11 NOT = "00"
              GO TO R1-PROXIMA-SEQ-SOMA.
       R1-PROXIMA-SEQ-LOOP.
           READ ARQRMS NEXT RECORD
           IF ST-ERRO11 = "00"
              MOVE RMS-SEQ TO W-SEQ-REMESSA
              GO TO R1-PROXIMA-SEQ-LOOP.
       R1-PROXIMA-SEQ-SOMA.
           ADD 1 TO W-SEQ-REMESSA.
       R1-PROXIMA-SEQ-FIM.
                EXIT.
      *-----------------------------------------------------------------
       R2-VERIFICA-BOLETO.
           MOVE "N" TO W-TEM-BOLETO
           IF W-BOL-ARQ = "N"
              GO TO R2-VERIFICA-BOLETO-FIM.
           MOVE TIT-CHAVE TO BOL-CHAVE
           READ ARQBOL
           IF ST-ERRO10 = "00"
              MOVE "S" TO W-TEM-BOLETO
              GO TO R2-VERIFICA-BOLETO-FIM.
           IF ST-ERRO10 NOT = "23"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQBOL - STATUS "
                      ST-ERRO10
              GO TO ROT-FIM.
       R2-VERIFICA-BOLETO-FIM.
                EXIT.
      *-----------------------------------------------------------------
       R3-PROCESSA-TITULO.
           ADD 1 TO W-QTD-LIDOS
              GO TO R3-PROCESSA-TITULO-FIM
           END-IF
           MOVE FOR-NOME TO WD-NOME
           PERFORM R3-CONFERE-DOCS THRU R3-CONFERE-DOCS-FIM
           IF W-DOC-VENCIDO = "S"
              MOVE "EXCECAO-DOCUMENTO VENCIDO" TO WD-SITUACAO
              ADD 1 TO W-QTD-EXC-DOC
              PERFORM R4-EXCECAO
              GO TO R3-PROCESSA-TITULO-FIM.
           IF W-TEM-BOLETO = "S"
              PERFORM R3-CONFERE-BOLETO THRU R3-CONFERE-BOLETO-FIM
              GO TO R3-PROCESSA-TITULO-FIM.
           MOVE TIT-CODIGO TO BAN-CODIGO
           READ ARQBAN
           IF ST-ERRO2 = "23"
              MOVE "EXCECAO-SEM DADO BANCARIO" TO WD-SITUACAO
              ADD 1 TO W-QTD-EXC-BAN
              PERFORM R4-EXCECAO
           ELSE
              IF ST-ERRO2 NOT = "00"
              ELSE
                 IF BAN-AGENCIA = SPACES OR BAN-CONTA = SPACES
                    MOVE "EXCECAO-SEM DADO BANCARIO" TO WD-SITUACAO
                    ADD 1 TO W-QTD-EXC-BAN
                    PERFORM R4-EXCECAO
                 ELSE
                    IF BAN-BANCO (1:3) NOT NUMERIC
                       MOVE "EXCECAO-BANCO SEM CODIGO" TO WD-SITUACAO
                       ADD 1 TO W-QTD-EXC-BAN
                       PERFORM R4-EXCECAO
                    ELSE
                       PERFORM R4-GERA-PAGAMENTO
           END-IF.
       R3-PROCESSA-TITULO-FIM.
                EXIT.
      *-----------------------------------------------------------------
      * CND FEDERAL/ESTADUAL, FGTS OU REGISTRO MARCADO COMO OBRIGATORIO
      * E VENCIDO NA DATA DE PAGAMENTO DA PROPOSTA SEGURA O TITULO
       R3-CONFERE-DOCS.
           MOVE "N" TO W-DOC-VENCIDO
           IF W-DOC-ARQ = "N"
              GO TO R3-CONFERE-DOCS-FIM.
           MOVE TIT-CODIGO TO DOC-CODIGO
           MOVE SPACES     TO DOC-TIPO
           START ARQDOC KEY IS NOT LESS DOC-CHAVE
           IF ST-ERRO14 NOT = "00"
              GO TO R3-CONFERE-DOCS-FIM.
       R3-CONFERE-DOCS-LOOP.
           READ ARQDOC NEXT RECORD
           IF ST-ERRO14 NOT = "00"
              GO TO R3-CONFERE-DOCS-FIM.
           IF DOC-CODIGO NOT = TIT-CODIGO
              GO TO R3-CONFERE-DOCS-FIM.
           IF DOC-OBRIGATORIO = "S" AND DOC-VALIDADE < W-DATA-PGTO
              MOVE "S" TO W-DOC-VENCIDO
              GO TO R3-CONFERE-DOCS-FIM.
           GO TO R3-CONFERE-DOCS-LOOP.
       R3-CONFERE-DOCS-FIM.
                EXIT.
      *-----------------------------------------------------------------
      * VENCIMENTO E VALOR IMPRESSOS NO CODIGO DE BARRAS TEM QUE BATER
      * COM O VENCIMENTO E O LIQUIDO DO TITULO - DIVERGENCIA SAI COMO
      * EXCECAO E O TITULO CONTINUA EM ABERTO
       R3-CONFERE-BOLETO.
           COMPUTE W-BOL-LIQUIDO = TIT-VALOR - TIT-IRRF - TIT-INSS
           IF BOL-BARRAS NOT NUMERIC
              MOVE "EXCECAO-BOLETO INVALIDO" TO WD-SITUACAO
              ADD 1 TO W-QTD-EXC-BOL
              PERFORM R4-EXCECAO
              GO TO R3-CONFERE-BOLETO-FIM.
           IF BOL-VENCIMENTO NOT = ZEROS
              AND BOL-VENCIMENTO NOT = TIT-VENCIMENTO
              MOVE "EXCECAO-BOLETO VENCIMENTO" TO WD-SITUACAO
              ADD 1 TO W-QTD-EXC-BOL
              PERFORM R4-EXCECAO
              GO TO R3-CONFERE-BOLETO-FIM.
           IF BOL-VALOR NOT = ZEROS
              AND BOL-VALOR NOT = W-BOL-LIQUIDO
              MOVE "EXCECAO-BOLETO VALOR" TO WD-SITUACAO
              ADD 1 TO W-QTD-EXC-BOL
              PERFORM R4-EXCECAO
              GO TO R3-CONFERE-BOLETO-FIM.
           PERFORM R4-GERA-BOLETO.
       R3-CONFERE-BOLETO-FIM.
                EXIT.
      *-----------------------------------------------------------------
       R4-GERA-PAGAMENTO.
           ADD 1 TO W-SEQ-REGISTRO
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-REG-LOTE
           ADD 1 TO W-QTD-REMETIDOS
           ADD W-TIT-SALDO TO W-TOT-VALOR W-TOT-LOTE
           MOVE "R" TO TIT-SITUACAO
           REWRITE REGTIT
           IF ST-ERRO3 NOT = "00" AND "02"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO3
              GO TO ROT-FIM.
           MOVE "A" TO RMI-SEGMENTO
           PERFORM R4-GRAVA-ITEM THRU R4-GRAVA-ITEM-FIM
           MOVE "REMETIDO" TO WD-SITUACAO
           WRITE REG-RELREM FROM W-LINDET
           PERFORM R4-COMPENSACOES THRU R4-COMPENSACOES-FIM.
      *-----------------------------------------------------------------
      * O HEADER DO LOTE 0002 SO E GRAVADO NO PRIMEIRO BOLETO - SEM
      * BOLETO NA PROPOSTA A REMESSA SAI SO COM O LOTE 0001. PARCELA
      * JA PAGA EM PARTE OU COMPENSADA COM NOTA DE CREDITO VAI COM A
      * DIFERENCA COMO ABATIMENTO
       R4-GERA-BOLETO.
           IF W-LOTE2-ABERTO = "N"
              MOVE "0002" TO RHL-LOTE RTL-LOTE
              MOVE "31"   TO RHL-FORMA-PGTO
              WRITE REG-REM FROM W-REM-HEADER-LOTE
              MOVE 1   TO W-QTD-REG-LOTE
              MOVE "S" TO W-LOTE2-ABERTO
              ADD 1 TO W-QTD-LOTES.
           ADD 1 TO W-SEQ-REGISTRO
           MOVE W-SEQ-REGISTRO   TO RSJ-NUM-REGISTRO
           MOVE BOL-BARRAS       TO RSJ-BARRAS
           MOVE FOR-NOME         TO RSJ-NOME
           IF BOL-VENCIMENTO = ZEROS
              MOVE TIT-VENCIMENTO TO RSJ-VENCIMENTO
           ELSE
              MOVE BOL-VENCIMENTO TO RSJ-VENCIMENTO.
           IF BOL-VALOR = ZEROS
              MOVE W-TIT-SALDO    TO RSJ-VALOR-TITULO
           ELSE
              MOVE BOL-VALOR      TO RSJ-VALOR-TITULO.
           MOVE ZEROS TO RSJ-DESCONTO
           IF RSJ-VALOR-TITULO > W-TIT-SALDO
              COMPUTE RSJ-DESCONTO = RSJ-VALOR-TITULO - W-TIT-SALDO.
           MOVE W-DATA-PGTO      TO RSJ-DATA-PGTO
           MOVE W-TIT-SALDO      TO RSJ-VALOR
           MOVE TIT-CODIGO       TO RSJ-SN-CODIGO
           MOVE TIT-NF           TO RSJ-SN-NF
           MOVE TIT-PARCELA      TO RSJ-SN-PARCELA
           WRITE REG-REM FROM W-REM-SEGMENTO-J
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO REMESSA.TXT - "
                      "STATUS " ST-ERRO4
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-REG-LOTE
           ADD 1 TO W-QTD-REMETIDOS
           ADD W-TIT-SALDO TO W-TOT-VALOR W-TOT-LOTE
           MOVE "R" TO TIT-SITUACAO
           REWRITE REGTIT
           IF ST-ERRO3 NOT = "00" AND "02"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO3
              GO TO ROT-FIM.
           MOVE "J" TO RMI-SEGMENTO
           PERFORM R4-GRAVA-ITEM THRU R4-GRAVA-ITEM-FIM
           MOVE "REMETIDO-BOLETO" TO WD-SITUACAO
           WRITE REG-RELREM FROM W-LINDET
           PERFORM R4-COMPENSACOES THRU R4-COMPENSACOES-FIM.
      *-----------------------------------------------------------------
       R4-GRAVA-ITEM.
           MOVE W-SEQ-REMESSA TO RMI-SEQ
           MOVE TIT-CHAVE     TO RMI-TITULO
           MOVE W-TIT-SALDO   TO RMI-VALOR
           MOVE "R"           TO RMI-SITUACAO
           WRITE REGRMI
           IF ST-ERRO12 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQRMI - STATUS "
                      ST-ERRO12
              GO TO ROT-FIM.
       R4-GRAVA-ITEM-FIM.
                EXIT.
      *-----------------------------------------------------------------
      * NOTAS DE CREDITO ABATIDAS DA PARCELA REMETIDA
       R4-COMPENSACOES.
           IF W-NCA-ARQ = "N"
              GO TO R4-COMPENSACOES-FIM.
           MOVE TIT-CHAVE TO NCA-TITULO
           START ARQNCA KEY IS NOT LESS NCA-TITULO
           IF ST-ERRO13 NOT = "00"
              GO TO R4-COMPENSACOES-FIM.
       R4-COMPENSACOES-LOOP.
           READ ARQNCA NEXT RECORD
           IF ST-ERRO13 NOT = "00"
              GO TO R4-COMPENSACOES-FIM.
           IF NCA-TITULO NOT = TIT-CHAVE
              GO TO R4-COMPENSACOES-FIM.
           MOVE NCA-NUMERO TO WC-NUMERO
           MOVE NCA-VALOR  TO WC-VALOR
           WRITE REG-RELREM FROM W-LINCRED
           ADD NCA-VALOR TO W-TOT-CREDITO
           GO TO R4-COMPENSACOES-LOOP.
       R4-COMPENSACOES-FIM.
                EXIT.
      *-----------------------------------------------------------------
       R4-EXCECAO.
           ADD 1 TO W-QTD-EXCECOES
           WRITE REG-RELREM FROM W-LINDET.
      *-----------------------------------------------------------------
       R5-FECHA-LOTE.
           ADD 1 TO W-QTD-REG-LOTE
           MOVE W-QTD-REG-LOTE TO RTL-QTD-REGISTROS
           MOVE W-TOT-LOTE     TO RTL-SOMA-VALOR
           WRITE REG-REM FROM W-REM-TRAILER-LOTE
           ADD W-QTD-REG-LOTE TO W-QTD-REG-ARQ.
      *
       R5-FECHA-REMESSA.
           IF W-LOTE2-ABERTO = "S"
              PERFORM R5-FECHA-LOTE.
           MOVE W-QTD-LOTES TO RTA-QTD-LOTES
           COMPUTE RTA-QTD-REGISTROS = W-QTD-REG-ARQ + 2
           WRITE REG-REM FROM W-REM-TRAILER-ARQ.
      *
       R6-RESUMO.
           WRITE REG-RELREM FROM W-LINBRANCO
           IF W-QTD-EXCECOES NOT = ZEROS
              WRITE REG-RELREM FROM W-CAB-EXC
              IF W-QTD-EXC-BAN NOT = ZEROS
                 MOVE "VERIFICAR CADASTRO NO SCE003 OPCAO B=BANCO"
                                                   TO REG-RELREM
                 WRITE REG-RELREM
              END-IF
              IF W-QTD-EXC-BOL NOT = ZEROS
                 MOVE "BOLETO DIVERGENTE - CONFERIR NO SCE006 A=ALTERA"
                                                   TO REG-RELREM
                 WRITE REG-RELREM
              END-IF
              IF W-QTD-EXC-DOC NOT = ZEROS
                 MOVE "DOCUMENTO VENCIDO - RENOVAR NO SCE003 OPCAO D"
                                                   TO REG-RELREM
                 WRITE REG-RELREM
              END-IF
              WRITE REG-RELREM FROM W-LINBRANCO.
           MOVE W-QTD-LIDOS     TO WR-LIDOS
           MOVE W-QTD-REMETIDOS TO WR-REMETIDOS
           WRITE REG-RELREM FROM W-LINRESUMO2
           WRITE REG-RELREM FROM W-LINRESUMO3
           WRITE REG-RELREM FROM W-LINRESUMO4
           IF W-TOT-CREDITO NOT = ZEROS
              MOVE W-TOT-CREDITO TO WR-CREDITO
              WRITE REG-RELREM FROM W-LINRESUMO5.
           DISPLAY "REMESSA " W-SEQ-REMESSA " GERADA - TITULOS: "
                   W-QTD-REMETIDOS " EXCECOES: " W-QTD-EXCECOES
           MOVE W-SEQ-REMESSA   TO RMS-SEQ
           READ ARQRMS
           IF ST-ERRO11 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQRMS - STATUS "
                      ST-ERRO11
              GO TO ROT-FIM.
           MOVE W-QTD-REMETIDOS TO RMS-QTD
           MOVE W-TOT-VALOR     TO RMS-TOTAL
           REWRITE REGRMS
           IF ST-ERRO11 NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQRMS - STATUS "
                      ST-ERRO11
              GO TO ROT-FIM.
           MOVE "REMESSA"        TO W-SEG-FUNCAO
           MOVE SPACES           TO W-SEG-RESULT
           STRING "GERADA SEQ " W-SEQ-REMESSA DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *------------- BAIXA DA PROPOSTA ----------------------
      * A PROPOSTA REMETIDA NAO PODE SER USADA EM NOVA REMESSA - OS
      * TITULOS QUE FICARAM EM EXCECAO VOLTAM NUMA PROXIMA PROPOSTA
       R6A.
           MOVE W-PROPOSTA TO PRP-NUMERO
           READ ARQPRP
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQPRP - STATUS "
                      ST-ERRO8
              GO TO ROT-FIM.
           MOVE "R" TO PRP-SITUACAO
           REWRITE REGPRP
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQPRP - STATUS "
                      ST-ERRO8
              GO TO ROT-FIM.
           MOVE "PROPOSTA" TO W-SEG-FUNCAO
           MOVE SPACES     TO W-SEG-RESULT
           STRING "REMETIDA " W-PROPOSTA DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQBAN ARQTIT ARQREM RELREM ARQOPE ARQSEG
                 ARQPRP ARQPRI ARQBOL ARQRMS ARQRMI ARQNCA
                 ARQDOC.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ GRAVACAO DO LOG DE SEGURANCA ]---------------------
