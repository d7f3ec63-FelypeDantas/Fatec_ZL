           SELECT ARQSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT ARQRMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMS-SEQ
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT ARQRMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMI-CHAVE
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 RET-OCORR-3    PIC X(02).
             05 RET-OCORR-4    PIC X(02).
             05 RET-OCORR-5    PIC X(02).
      *    PAGAMENTO DE BOLETO - CODIGO DE BARRAS NO LUGAR DA CONTA
       01 REG-RET-J.
          03 FILLER            PIC X(13).
          03 RETJ-SEGMENTO     PIC X(01).
          03 FILLER            PIC X(03).
          03 RETJ-BARRAS       PIC X(44).
          03 RETJ-NOME         PIC X(30).
          03 RETJ-VENCIMENTO   PIC 9(08).
          03 RETJ-VALOR-TITULO PIC 9(13)V99.
          03 RETJ-DESCONTO     PIC 9(13)V99.
          03 RETJ-ACRESCIMO    PIC 9(13)V99.
          03 RETJ-DATA-PGTO    PIC 9(08).
          03 RETJ-VALOR        PIC 9(13)V99.
          03 RETJ-QTD-MOEDA    PIC 9(10)V9(05).
          03 RETJ-SEU-NUMERO   PIC X(20).
          03 RETJ-NOSSO-NUMERO PIC X(20).
          03 RETJ-MOEDA        PIC X(02).
          03 FILLER            PIC X(06).
          03 RETJ-OCORRENCIAS  PIC X(10).
      *    HEADER DO ARQUIVO - DEVOLVE O SEQUENCIAL DA REMESSA
       01 REG-RET-HEADER.
          03 FILLER            PIC X(119).
          03 RETH-SEQ-ARQUIVO  PIC 9(06).
          03 FILLER            PIC X(115).
      *-----------------------------------------------------------------
       FD ARQPGH
               LABEL RECORD IS STANDARD
          03 SEG-FUNCAO                PIC X(12).
          03 FILLER                    PIC X(01) VALUE SPACES.
          03 SEG-RESULT                PIC X(20).
      *-----------------------------------------------------------------
      * REGISTRO DE REMESSAS GRAVADO PELO SCE007
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
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".

      *----------IDENTIFICACAO DO OPERADOR (SIGN-ON)-------------------
      * O RETORNO BAIXA TITULOS - EXIGE NIVEL 2 OU SUPERIOR
       01 W-TOT-PAGO      PIC 9(14)V99 VALUE ZEROS.
       01 W-TIT-LIQUIDO   PIC 9(11)V99 VALUE ZEROS.

      *----------RETORNO DE BOLETO (SEGMENTO J)------------------------
       01 W-RETJ-SEU-NUMERO PIC X(20) VALUE SPACES.
       01 W-RETJ-DATA-PGTO  PIC 9(08) VALUE ZEROS.
       01 W-RETJ-VALOR      PIC 9(13)V99 VALUE ZEROS.

      *----------CONFERENCIA DO RETORNO COM O REGISTRO DE REMESSAS-----
       01 W-SEQ-REMESSA     PIC 9(06) VALUE ZEROS.
       01 W-QTD-PENDENTES   PIC 9(06) VALUE ZEROS.
       01 W-DATA8           PIC 9(08) VALUE ZEROS.

       01 W-LINREMESSA.
          03 FILLER            PIC X(08) VALUE "REMESSA:".
          03 WM-SEQ            PIC 9(06).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 FILLER            PIC X(11) VALUE "GERADA EM:".
          03 WM-DATA           PIC 9(08).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 FILLER            PIC X(09) VALUE "TITULOS:".
          03 WM-QTD            PIC ZZZ.ZZ9.
          03 FILLER            PIC X(03) VALUE SPACES.
          03 FILLER            PIC X(07) VALUE "VALOR:".
          03 WM-TOTAL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
                DISPLAY "ERRO NA ABERTURA DO LOG DE SEGURANCA - "
                        "STATUS " ST-ERRO6
                GO TO ROT-FIM.
       R0F.
           OPEN I-O ARQRMS
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30" OR "35"
                 DISPLAY "NENHUMA REMESSA REGISTRADA - RETORNO RECUSADO"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRMS - STATUS "
                         ST-ERRO8
              END-IF
              GO TO ROT-FIM.
       R0G.
           OPEN I-O ARQRMI
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRMI - STATUS "
                      ST-ERRO9
              GO TO ROT-FIM.
      *
      *****************************************
      * SIGN-ON DO OPERADOR                    *
           WRITE REG-RELRET FROM W-CAB2
           WRITE REG-RELRET FROM W-LINBRANCO
           WRITE REG-RELRET FROM W-CAB3.
      *------------- CONFERENCIA COM A REMESSA ---------------
      * O PRIMEIRO REGISTRO TEM QUE SER O HEADER DO ARQUIVO COM O
      * SEQUENCIAL DE UMA REMESSA REGISTRADA AINDA SEM RETORNO - O
      * MESMO RETORNO NAO E PROCESSADO DUAS VEZES
       R1-REMESSA.
           READ ARQRET
              AT END
                 MOVE "RETORNO VAZIO" TO REG-RELRET
                 GO TO R1-RECUSA
           END-READ
           IF RET-TIPO-REG NOT = "0"
              MOVE "RETORNO SEM HEADER DE ARQUIVO" TO REG-RELRET
              GO TO R1-RECUSA.
           MOVE RETH-SEQ-ARQUIVO TO W-SEQ-REMESSA RMS-SEQ
           READ ARQRMS
           IF ST-ERRO8 = "23"
              MOVE SPACES TO REG-RELRET
              STRING "RETORNO DA REMESSA " W-SEQ-REMESSA
                     " - REMESSA NAO REGISTRADA" DELIMITED BY SIZE
                     INTO REG-RELRET
              GO TO R1-RECUSA.
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQRMS - STATUS "
                      ST-ERRO8
              GO TO ROT-FIM.
           IF RMS-SITUACAO = "P"
              MOVE SPACES TO REG-RELRET
              STRING "RETORNO DA REMESSA " W-SEQ-REMESSA
                     " JA PROCESSADO EM " RMS-DATA-RET
                     " POR " RMS-OPER-RET DELIMITED BY SIZE
                     INTO REG-RELRET
              GO TO R1-RECUSA.
           MOVE RMS-SEQ   TO WM-SEQ
           MOVE RMS-DATA  TO WM-DATA
           MOVE RMS-QTD   TO WM-QTD
           MOVE RMS-TOTAL TO WM-TOTAL
           WRITE REG-RELRET FROM W-LINREMESSA
           PERFORM R1-PENDENTES THRU R1-PENDENTES-FIM
           IF W-QTD-PENDENTES NOT = ZEROS
              MOVE SPACES TO REG-RELRET
              STRING "AVISO: " W-QTD-PENDENTES
                     " REMESSA(S) ANTERIOR(ES) AINDA SEM RETORNO"
                     DELIMITED BY SIZE INTO REG-RELRET
              WRITE REG-RELRET
              DISPLAY REG-RELRET.
           WRITE REG-RELRET FROM W-LINBRANCO
           GO TO R1.
       R1-RECUSA.
           WRITE REG-RELRET
           DISPLAY REG-RELRET
           DISPLAY "*** RETORNO RECUSADO - NENHUM TITULO BAIXADO ***"
           MOVE "RETORNO"          TO W-SEG-FUNCAO
           MOVE SPACES             TO W-SEG-RESULT
           STRING "RECUSADO SEQ " W-SEQ-REMESSA DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           GO TO ROT-FIM.
      *---------[ REMESSAS ANTERIORES AINDA SEM RETORNO ]--------------
       R1-PENDENTES.
           MOVE ZEROS TO W-QTD-PENDENTES RMS-SEQ
           START ARQRMS KEY IS NOT LESS RMS-SEQ
           IF ST-ERRO8 NOT = "00"
              GO TO R1-PENDENTES-FIM.
       R1-PENDENTES-LOOP.
           READ ARQRMS NEXT RECORD
           IF ST-ERRO8 NOT = "00"
              GO TO R1-PENDENTES-FIM.
           IF RMS-SEQ NOT < W-SEQ-REMESSA
              GO TO R1-PENDENTES-FIM.
           IF RMS-SITUACAO = "G"
              ADD 1 TO W-QTD-PENDENTES.
           GO TO R1-PENDENTES-LOOP.
       R1-PENDENTES-FIM.
                EXIT.
      *------------- VARREDURA DO ARQUIVO DE RETORNO --------
       R1.
           MOVE ZEROS TO W-QTD-LIDOS W-QTD-ACEITOS W-QTD-REJEITADO
                       PERFORM R2-PROCESSA-PAGAMENTO THRU
                               R2-PROCESSA-PAGAMENTO-FIM
                    END-IF
                    IF RET-TIPO-REG = "3" AND RET-SEGMENTO = "J"
                       PERFORM R1-CONVERTE-J
                       PERFORM R2-PROCESSA-PAGAMENTO THRU
                               R2-PROCESSA-PAGAMENTO-FIM
                    END-IF
              END-READ
           END-PERFORM.
           GO TO R5-RESUMO.
      *-----------------------------------------------------------------
      * O SEGMENTO J TRAZ O MESMO SEU NUMERO, DATA, VALOR PAGO E
      * OCORRENCIAS DO SEGMENTO A EM OUTRAS POSICOES - OS CAMPOS SAO
      * COPIADOS PARA AS POSICOES DO A E A BAIXA SEGUE O MESMO CAMINHO
       R1-CONVERTE-J.
           MOVE RETJ-SEU-NUMERO TO W-RETJ-SEU-NUMERO
           MOVE RETJ-DATA-PGTO  TO W-RETJ-DATA-PGTO
           MOVE RETJ-VALOR      TO W-RETJ-VALOR
           MOVE W-RETJ-SEU-NUMERO TO RET-SEU-NUMERO
           MOVE W-RETJ-DATA-PGTO  TO RET-DATA-PGTO
           MOVE W-RETJ-VALOR      TO RET-VALOR.
      *-----------------------------------------------------------------
       R2-PROCESSA-PAGAMENTO.
           ADD 1 TO W-QTD-LIDOS
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO2
              GO TO ROT-FIM.
           MOVE W-SEQ-REMESSA TO RMI-SEQ
           MOVE TIT-CHAVE     TO RMI-TITULO
           READ ARQRMI
           IF ST-ERRO9 = "23"
              ADD 1 TO W-QTD-NAOLOCAL
              MOVE "TITULO NAO CONSTA DA REMESSA" TO WD-RESULTADO
              WRITE REG-RELRET FROM W-LINDET
              GO TO R2-PROCESSA-PAGAMENTO-FIM.
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQRMI - STATUS "
                      ST-ERRO9
              GO TO ROT-FIM.
           IF TIT-SITUACAO NOT = "R"
              ADD 1 TO W-QTD-JAPROC
              MOVE "JA PROCESSADO/SITUACAO INVALIDA" TO WD-RESULTADO
              WRITE REG-RELRET FROM W-LINDET
              GO TO R2-PROCESSA-PAGAMENTO-FIM.
           IF RET-OCORR-1 = "00" OR "BD"
              MOVE "B" TO RMI-SITUACAO
              PERFORM R3-PAGAMENTO-ACEITO
           ELSE
              MOVE "J" TO RMI-SITUACAO
              PERFORM R4-PAGAMENTO-REJEITADO.
           REWRITE REGRMI
           IF ST-ERRO9 NOT = "00"
              DISPLAY "*** AVISO: FALHA NA BAIXA DO ITEM DA REMESSA - "
                      "STATUS " ST-ERRO9.
       R2-PROCESSA-PAGAMENTO-FIM.
                EXIT.
      *-----------------------------------------------------------------
              MOVE "PAGAMENTO PARCIAL - SALDO EM ABERTO"
                                          TO WD-RESULTADO.
           REWRITE REGTIT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO2
              GO TO ROT-FIM.
       R4-PAGAMENTO-REJEITADO.
           MOVE "A" TO TIT-SITUACAO
           REWRITE REGTIT
           IF ST-ERRO2 NOT = "00" AND "02"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO2
              GO TO ROT-FIM.
           DISPLAY "RETORNO PROCESSADO - ACEITOS: " W-QTD-ACEITOS
                   " REJEITADOS: " W-QTD-REJEITADO
                   " NAO LOCALIZADOS: " W-QTD-NAOLOCAL
           MOVE W-SEQ-REMESSA TO RMS-SEQ
           READ ARQRMS
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           MOVE "P"        TO RMS-SITUACAO
           MOVE W-DATA8    TO RMS-DATA-RET
           MOVE W-OPERADOR TO RMS-OPER-RET
           REWRITE REGRMS
           IF ST-ERRO8 NOT = "00"
              DISPLAY "*** AVISO: FALHA NA BAIXA DO REGISTRO DE "
                      "REMESSA - STATUS " ST-ERRO8.
           MOVE "RETORNO"            TO W-SEG-FUNCAO
           MOVE SPACES               TO W-SEG-RESULT
           STRING "PROCESSADO SEQ " W-SEQ-REMESSA DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           GO TO ROT-FIM.
      *-----------------------------------------------------------------
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQTIT ARQRET RELRET ARQPGH ARQOPE ARQSEG
                 ARQRMS ARQRMI.
           GOBACK.
      *--------------------------------------------------------------
      *---------[ GRAVACAO DO LOG DE SEGURANCA ]---------------------
