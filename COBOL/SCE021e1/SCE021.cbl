                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PGH-CHAVE
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT ARQPRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRP-NUMERO
                    FILE STATUS  IS ST-ERRO14.
      *
           SELECT ARQPRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRI-CHAVE
                    ALTERNATE RECORD KEY IS PRI-TITULO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO15.
      *
           SELECT ARQBOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-CHAVE
                    FILE STATUS  IS ST-ERRO16.
      *
           SELECT ARQRMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMS-SEQ
                    FILE STATUS  IS ST-ERRO17.
      *
           SELECT ARQRMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMI-CHAVE
                    FILE STATUS  IS ST-ERRO18.
      *
           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-CHAVE
                    FILE STATUS  IS ST-ERRO19.
      *
           SELECT ARQTCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCT-CHAVE
                    FILE STATUS  IS ST-ERRO20.
      *
           SELECT ARQLCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCX-CHAVE
                    FILE STATUS  IS ST-ERRO21.
      *
           SELECT ARQCNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNC-NUMERO
                    ALTERNATE RECORD KEY IS CNC-ORIGEM
                    ALTERNATE RECORD KEY IS CNC-DATA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO22.
      *
           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-NUMERO
                    ALTERNATE RECORD KEY IS CTR-CODIGO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO23.
      *
           SELECT ARQNCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCR-NUMERO
                    ALTERNATE RECORD KEY IS NCR-CODIGO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO24.
      *
           SELECT ARQNCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NCA-CHAVE
                    ALTERNATE RECORD KEY IS NCA-TITULO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO25.
      *
           SELECT ARQDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-CHAVE
                    ALTERNATE RECORD KEY IS DOC-VALIDADE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO26.
      *
           SELECT ARQEXE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXE-CHAVE
                    FILE STATUS  IS ST-ERRO27.
      *
           SELECT ARQBKP ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
          03 PGH-DATA-PGTO            PIC 9(08).
          03 PGH-VALOR                PIC 9(13)V99.
          03 PGH-OCORRENCIA           PIC X(02).
      *-----------------------------------------------------------------
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
       FD ARQEXE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXE.DAT".
       01 REGEXE.
          03 EXE-CHAVE.
             05 EXE-RODADA            PIC 9(06).
             05 EXE-PASSO             PIC 9(02).
          03 EXE-PROGRAMA             PIC X(08).
          03 EXE-DESCRICAO            PIC X(30).
          03 EXE-SITUACAO             PIC X(01).
          03 EXE-INI-DATA             PIC 9(08).
          03 EXE-INI-HORA             PIC 9(06).
          03 EXE-FIM-DATA             PIC 9(08).
          03 EXE-FIM-HORA             PIC 9(06).
          03 EXE-DURACAO              PIC 9(06).
          03 EXE-EXECUCOES            PIC 9(02).
          03 EXE-MENSAGEM             PIC X(30).
      *-----------------------------------------------------------------
      * ARQUIVO DE COPIA - O NOME MUDA POR ARQUIVO E POR GERACAO
      * (EX.: BKPFOR.G1). UM REGISTRO DE DADOS LEVA O PREFIXO "DTA",
      * O CABECALHO "HDR" GUARDA DATA/HORA E O TRAILER "TRL" A
      * QUANTIDADE GRAVADA, USADA NA CONFERENCIA. ARQUIVO OPCIONAL
      * AINDA NAO CRIADO GERA SO HDR (COM HDR-AUSENTE = "S") E TRL
       FD ARQBKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKP-NOME.
          03 HDR-DATA                 PIC 9(08).
          03 HDR-HORA                 PIC 9(06).
          03 HDR-ARQUIVO              PIC X(06).
          03 HDR-AUSENTE              PIC X(01).
          03 FILLER                   PIC X(602).
       01 REG-BKP-TRL REDEFINES REG-BKP.
          03 FILLER                   PIC X(03).
          03 TRL-QTD                  PIC 9(09).
       01 ST-ERRO11    PIC X(02) VALUE "00".
       01 ST-ERRO12    PIC X(02) VALUE "00".
       01 ST-ERRO13    PIC X(02) VALUE "00".
       01 ST-ERRO14   PIC X(02) VALUE "00".
       01 ST-ERRO15   PIC X(02) VALUE "00".
       01 ST-ERRO16   PIC X(02) VALUE "00".
       01 ST-ERRO17   PIC X(02) VALUE "00".
       01 ST-ERRO18   PIC X(02) VALUE "00".
       01 ST-ERRO19   PIC X(02) VALUE "00".
       01 ST-ERRO20   PIC X(02) VALUE "00".
       01 ST-ERRO21   PIC X(02) VALUE "00".
       01 ST-ERRO22   PIC X(02) VALUE "00".
       01 ST-ERRO23   PIC X(02) VALUE "00".
       01 ST-ERRO24   PIC X(02) VALUE "00".
       01 ST-ERRO25   PIC X(02) VALUE "00".
       01 ST-ERRO26   PIC X(02) VALUE "00".
       01 ST-ERRO27   PIC X(02) VALUE "00".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-FUNCAO       PIC X(01) VALUE SPACES.
       01 W-DATA-SIS.
          03 SSO-OPERADOR  PIC X(08).
          03 SSO-NIVEL     PIC 9(01).

      *----------AREA DE EXECUCAO EM LOTE------------------------------
      * PREENCHIDA PELO SCE033 (CADEIA NOTURNA) - QUANDO ATIVA AS
      * RESPOSTAS VEM DO ARQUIVO DE PARAMETROS E NAO DO CONSOLE. O
      * MODULO DEVOLVE "0" EM LOT-RETORNO QUANDO TERMINA SEM ERRO
       01 LOT-AREA EXTERNAL.
          03 LOT-ATIVO      PIC X(01).
          03 LOT-RESPOSTA   PIC X(10) OCCURS 4.
          03 LOT-RETORNO    PIC X(01).

      *----------LINHAS DO RELATORIO-----------------------------------
       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
       R1.
           DISPLAY "SCE021 - COPIA E RECONSTRUCAO DOS ARQUIVOS"
           DISPLAY "FUNCAO (B=BACKUP / R=RESTAURAR): "
      *    A RESTAURACAO SOBREPOE ARQUIVOS E EXIGE SUPERVISOR PRESENTE -
      *    EM LOTE SO O BACKUP E ACEITO
           IF LOT-ATIVO = "S"
              MOVE LOT-RESPOSTA (1) TO W-FUNCAO
              DISPLAY W-FUNCAO
              IF W-FUNCAO NOT = "B" AND "b"
                 DISPLAY "*** EM LOTE SO E PERMITIDO O BACKUP (B) ***"
                 GO TO ROT-FIM
              END-IF
              GO TO R1A.
           ACCEPT W-FUNCAO
           IF W-FUNCAO = "b" MOVE "B" TO W-FUNCAO.
           IF W-FUNCAO = "r" MOVE "R" TO W-FUNCAO.
           MOVE "PED" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "PGH" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "PRP" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "PRI" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "BOL" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "RMS" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "RMI" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "CTB" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "TCT" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "LCX" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "CNC" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "CTR" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "NCR" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "NCA" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "DOC" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM
           MOVE "EXE" TO W-ARQ-TAG
           PERFORM R4-COPIA THRU R4-COPIA-FIM.
      *------------- GRAVA A GERACAO EXECUTADA --------------
       R3-GRAVA-CTL.
           STRING "CONCLUIDO GERACAO " W-GERACAO DELIMITED BY SIZE
                  INTO W-SEG-RESULT
           PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
           MOVE "0" TO LOT-RETORNO
           GO TO ROT-FIM.
      *
      *---------[ COPIA DE UM ARQUIVO (W-ARQ-TAG) ]--------------------
           MOVE SPACES TO W-SITUACAO
           PERFORM R7-MONTA-NOME THRU R7-MONTA-NOME-FIM
           PERFORM R5-ABRE-ORIGEM THRU R5-ABRE-ORIGEM-FIM
           IF W-SITUACAO = "ARQUIVO INEXISTENTE"
              PERFORM R4-AUSENTE THRU R4-AUSENTE-FIM
              GO TO R4-COPIA-FIM.
           IF W-SITUACAO NOT = SPACES
              PERFORM R4-REPORTA THRU R4-REPORTA-FIM
              GO TO R4-COPIA-FIM.
           MOVE W-DATA8   TO HDR-DATA
           MOVE W-HORA8 (1:6) TO HDR-HORA
           MOVE W-ARQ-NOME TO HDR-ARQUIVO
           MOVE "N"        TO HDR-AUSENTE
           WRITE REG-BKP
           MOVE "N" TO W-FIM-ARQ.
       R4-LOOP.
           MOVE W-QTD-CONF TO WD-CONF
           MOVE W-SITUACAO TO WD-SITUACAO
           WRITE REG-RELBKP FROM W-LINDET
           IF W-SITUACAO NOT = "OK" AND "ARQUIVO INEXISTENTE"
              MOVE "S" TO W-TEM-ERRO.
       R4-REPORTA-FIM.
                EXIT.
      *
      *---------[ ARQUIVO OPCIONAL AINDA NAO CRIADO ]------------------
      * NAO E ERRO - A COPIA DA GERACAO LEVA SO HDR MARCADO E TRL
      * ZERADO, SOBREPONDO COPIA ANTIGA DE MESMO NOME, E A
      * RESTAURACAO DESSA GERACAO DEIXA O ARQUIVO ATUAL COMO ESTA
       R4-AUSENTE.
           OPEN OUTPUT ARQBKP
           IF ST-ERRO10 NOT = "00"
              MOVE "ERRO ABERTURA COPIA" TO W-SITUACAO
              PERFORM R4-REPORTA THRU R4-REPORTA-FIM
              GO TO R4-AUSENTE-FIM.
           MOVE SPACES TO REG-BKP
           MOVE "HDR"     TO BKP-TIPO
           MOVE W-DATA8   TO HDR-DATA
           MOVE W-HORA8 (1:6) TO HDR-HORA
           MOVE W-ARQ-NOME TO HDR-ARQUIVO
           MOVE "S"        TO HDR-AUSENTE
           WRITE REG-BKP
           MOVE SPACES TO REG-BKP
           MOVE "TRL"      TO BKP-TIPO
           MOVE ZEROS      TO TRL-QTD
           WRITE REG-BKP
           IF ST-ERRO10 NOT = "00"
              MOVE "ERRO GRAVACAO COPIA" TO W-SITUACAO.
           CLOSE ARQBKP
           PERFORM R4-REPORTA THRU R4-REPORTA-FIM.
       R4-AUSENTE-FIM.
                EXIT.
      *
      *---------[ ABERTURA/LEITURA/FECHAMENTO DA ORIGEM ]--------------
      * UM BLOCO POR ARQUIVO - O REGISTRO LIDO E DEVOLVIDO JA COM O
      * PREFIXO "DTA" EM REG-BKP
              OPEN INPUT ARQPGH
              IF ST-ERRO9 NOT = "00"
                 MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "PRP"
              OPEN INPUT ARQPRP
              IF ST-ERRO14 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO14 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "PRI"
              OPEN INPUT ARQPRI
              IF ST-ERRO15 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO15 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "BOL"
              OPEN INPUT ARQBOL
              IF ST-ERRO16 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO16 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "RMS"
              OPEN INPUT ARQRMS
              IF ST-ERRO17 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO17 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "RMI"
              OPEN INPUT ARQRMI
              IF ST-ERRO18 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO18 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "CTB"
              OPEN INPUT ARQCTB
              IF ST-ERRO19 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO19 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "TCT"
              OPEN INPUT ARQTCT
              IF ST-ERRO20 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO20 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "LCX"
              OPEN INPUT ARQLCX
              IF ST-ERRO21 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO21 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "CNC"
              OPEN INPUT ARQCNC
              IF ST-ERRO22 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO22 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "CTR"
              OPEN INPUT ARQCTR
              IF ST-ERRO23 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO23 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "NCR"
              OPEN INPUT ARQNCR
              IF ST-ERRO24 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO24 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "NCA"
              OPEN INPUT ARQNCA
              IF ST-ERRO25 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO25 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "DOC"
              OPEN INPUT ARQDOC
              IF ST-ERRO26 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO26 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
           IF W-ARQ-TAG = "EXE"
              OPEN INPUT ARQEXE
              IF ST-ERRO27 = "30" OR "35"
                 MOVE "ARQUIVO INEXISTENTE" TO W-SITUACAO
              ELSE
                 IF ST-ERRO27 NOT = "00"
                    MOVE "ORIGEM INDISPONIVEL" TO W-SITUACAO.
       R5-ABRE-ORIGEM-FIM.
                EXIT.
      *
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-PGH.
           IF W-ARQ-TAG NOT = "PGH"
              GO TO R5-LE-PRP.
           READ ARQPGH NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGPGH TO BKP-DADOS (1:45)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-PRP.
           IF W-ARQ-TAG NOT = "PRP"
              GO TO R5-LE-PRI.
           READ ARQPRP NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGPRP TO BKP-DADOS (1:90)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-PRI.
           IF W-ARQ-TAG NOT = "PRI"
              GO TO R5-LE-BOL.
           READ ARQPRI NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGPRI TO BKP-DADOS (1:46)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-BOL.
           IF W-ARQ-TAG NOT = "BOL"
              GO TO R5-LE-RMS.
           READ ARQBOL NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGBOL TO BKP-DADOS (1:127)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-RMS.
           IF W-ARQ-TAG NOT = "RMS"
              GO TO R5-LE-RMI.
           READ ARQRMS NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGRMS TO BKP-DADOS (1:73)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-RMI.
           IF W-ARQ-TAG NOT = "RMI"
              GO TO R5-LE-CTB.
           READ ARQRMI NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGRMI TO BKP-DADOS (1:41)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-CTB.
           IF W-ARQ-TAG NOT = "CTB"
              GO TO R5-LE-TCT.
           READ ARQCTB NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGCTB TO BKP-DADOS (1:71)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-TCT.
           IF W-ARQ-TAG NOT = "TCT"
              GO TO R5-LE-LCX.
           READ ARQTCT NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGTCT TO BKP-DADOS (1:38)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-LCX.
           IF W-ARQ-TAG NOT = "LCX"
              GO TO R5-LE-CNC.
           READ ARQLCX NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGLCX TO BKP-DADOS (1:43)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-CNC.
           IF W-ARQ-TAG NOT = "CNC"
              GO TO R5-LE-CTR.
           READ ARQCNC NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGCNC TO BKP-DADOS (1:178)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-CTR.
           IF W-ARQ-TAG NOT = "CTR"
              GO TO R5-LE-NCR.
           READ ARQCTR NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGCTR TO BKP-DADOS (1:85)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-NCR.
           IF W-ARQ-TAG NOT = "NCR"
              GO TO R5-LE-NCA.
           READ ARQNCR NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGNCR TO BKP-DADOS (1:97)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-NCA.
           IF W-ARQ-TAG NOT = "NCA"
              GO TO R5-LE-DOC.
           READ ARQNCA NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGNCA TO BKP-DADOS (1:55)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-DOC.
           IF W-ARQ-TAG NOT = "DOC"
              GO TO R5-LE-EXE.
           READ ARQDOC NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGDOC TO BKP-DADOS (1:61)
           END-READ
           GO TO R5-LE-ORIGEM-FIM.
       R5-LE-EXE.
           READ ARQEXE NEXT RECORD
              AT END MOVE "Y" TO W-FIM-ARQ
              NOT AT END MOVE REGEXE TO BKP-DADOS (1:113)
           END-READ.
       R5-LE-ORIGEM-FIM.
                EXIT.
           IF W-ARQ-TAG = "OPE" CLOSE ARQOPE.
           IF W-ARQ-TAG = "PED" CLOSE ARQPED.
           IF W-ARQ-TAG = "PGH" CLOSE ARQPGH.
           IF W-ARQ-TAG = "PRP" CLOSE ARQPRP.
           IF W-ARQ-TAG = "PRI" CLOSE ARQPRI.
           IF W-ARQ-TAG = "BOL" CLOSE ARQBOL.
           IF W-ARQ-TAG = "RMS" CLOSE ARQRMS.
           IF W-ARQ-TAG = "RMI" CLOSE ARQRMI.
           IF W-ARQ-TAG = "CTB" CLOSE ARQCTB.
           IF W-ARQ-TAG = "TCT" CLOSE ARQTCT.
           IF W-ARQ-TAG = "LCX" CLOSE ARQLCX.
           IF W-ARQ-TAG = "CNC" CLOSE ARQCNC.
           IF W-ARQ-TAG = "CTR" CLOSE ARQCTR.
           IF W-ARQ-TAG = "NCR" CLOSE ARQNCR.
           IF W-ARQ-TAG = "NCA" CLOSE ARQNCA.
           IF W-ARQ-TAG = "DOC" CLOSE ARQDOC.
           IF W-ARQ-TAG = "EXE" CLOSE ARQEXE.
       R5-FECHA-ORIGEM-FIM.
                EXIT.
      *
      * RECONSTROI O ARQUIVO INDEXADO (E SEUS INDICES) A PARTIR DA
      * GERACAO ESCOLHIDA - O ARQUIVO ATUAL E SOBREPOSTO
       R8-RESTAURA.
           DISPLAY "ARQUIVO (FOR/TIT/AUD/CTT/BAN/CEP/OPE/PED/PGH/PRP/"
                   "PRI/BOL/RMS/RMI/CTB/TCT/LCX/CNC/CTR/NCR/NCA/DOC/"
                   "EXE): "
           MOVE SPACES TO W-ARQ-TAG
           ACCEPT W-ARQ-TAG
           IF W-ARQ-TAG NOT = "FOR" AND "TIT" AND "AUD" AND "CTT"
              AND "BAN" AND "CEP" AND "OPE" AND "PED" AND "PGH"
              AND "PRP" AND "PRI" AND "BOL" AND "RMS" AND "RMI"
              AND "CTB" AND "TCT" AND "LCX" AND "CNC" AND "CTR"
              AND "NCR" AND "NCA" AND "DOC" AND "EXE"
              DISPLAY "ARQUIVO INVALIDO"
              GO TO R8-RESTAURA.
       R8-GERACAO.
              DISPLAY "COPIA " W-BKP-NOME " NAO ENCONTRADA - STATUS "
                      ST-ERRO10
              GO TO ROT-FIM.
           MOVE SPACES TO REG-BKP
           READ ARQBKP
              AT END
                 MOVE SPACES TO REG-BKP
           END-READ
           IF BKP-TIPO = "HDR" AND HDR-AUSENTE = "S"
              CLOSE ARQBKP
              DISPLAY "ARQUIVO INEXISTENTE NA GERACAO " W-GER-DIG
                      " - NADA A RESTAURAR"
              MOVE "RESTAURA"            TO W-SEG-FUNCAO
              MOVE "ARQUIVO INEXISTENTE" TO W-SEG-RESULT
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              GO TO ROT-FIM.
           MOVE "RESTAURA" TO W-SEG-FUNCAO
           MOVE SPACES      TO W-SEG-RESULT
           STRING "INICIADA " W-ARQ-NOME " G" W-GER-DIG
              PERFORM GRAVA-SEGLOG THRU GRAVA-SEGLOG-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTD-REST W-QTD-TRL
           MOVE "N" TO W-FIM-ARQ
           IF BKP-TIPO = SPACES
              MOVE "Y" TO W-FIM-ARQ.
       R8-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R8-FINAL.
                 DISPLAY "ERRO NA ABERTURA DO ARQPGH - STATUS "
                         ST-ERRO9
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "PRP"
              OPEN OUTPUT ARQPRP
              IF ST-ERRO14 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQPRP - STATUS "
                         ST-ERRO14
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "PRI"
              OPEN OUTPUT ARQPRI
              IF ST-ERRO15 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQPRI - STATUS "
                         ST-ERRO15
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "BOL"
              OPEN OUTPUT ARQBOL
              IF ST-ERRO16 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQBOL - STATUS "
                         ST-ERRO16
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "RMS"
              OPEN OUTPUT ARQRMS
              IF ST-ERRO17 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQRMS - STATUS "
                         ST-ERRO17
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "RMI"
              OPEN OUTPUT ARQRMI
              IF ST-ERRO18 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQRMI - STATUS "
                         ST-ERRO18
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "CTB"
              OPEN OUTPUT ARQCTB
              IF ST-ERRO19 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQCTB - STATUS "
                         ST-ERRO19
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "TCT"
              OPEN OUTPUT ARQTCT
              IF ST-ERRO20 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQTCT - STATUS "
                         ST-ERRO20
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "LCX"
              OPEN OUTPUT ARQLCX
              IF ST-ERRO21 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQLCX - STATUS "
                         ST-ERRO21
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "CNC"
              OPEN OUTPUT ARQCNC
              IF ST-ERRO22 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQCNC - STATUS "
                         ST-ERRO22
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "CTR"
              OPEN OUTPUT ARQCTR
              IF ST-ERRO23 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQCTR - STATUS "
                         ST-ERRO23
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "NCR"
              OPEN OUTPUT ARQNCR
              IF ST-ERRO24 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQNCR - STATUS "
                         ST-ERRO24
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "NCA"
              OPEN OUTPUT ARQNCA
              IF ST-ERRO25 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQNCA - STATUS "
                         ST-ERRO25
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "DOC"
              OPEN OUTPUT ARQDOC
              IF ST-ERRO26 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQDOC - STATUS "
                         ST-ERRO26
                 MOVE "S" TO W-REST-ERRO.
           IF W-ARQ-TAG = "EXE"
              OPEN OUTPUT ARQEXE
              IF ST-ERRO27 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQEXE - STATUS "
                         ST-ERRO27
                 MOVE "S" TO W-REST-ERRO.
       R9-ABRE-DESTINO-FIM.
                EXIT.
      *
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "PRP"
              MOVE BKP-DADOS (1:90) TO REGPRP
              WRITE REGPRP
              IF ST-ERRO14 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQPRP - STATUS "
                         ST-ERRO14
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "PRI"
              MOVE BKP-DADOS (1:46) TO REGPRI
              WRITE REGPRI
              IF ST-ERRO15 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQPRI - STATUS "
                         ST-ERRO15
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "BOL"
              MOVE BKP-DADOS (1:127) TO REGBOL
              WRITE REGBOL
              IF ST-ERRO16 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQBOL - STATUS "
                         ST-ERRO16
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "RMS"
              MOVE BKP-DADOS (1:73) TO REGRMS
              WRITE REGRMS
              IF ST-ERRO17 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQRMS - STATUS "
                         ST-ERRO17
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "RMI"
              MOVE BKP-DADOS (1:41) TO REGRMI
              WRITE REGRMI
              IF ST-ERRO18 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQRMI - STATUS "
                         ST-ERRO18
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "CTB"
              MOVE BKP-DADOS (1:71) TO REGCTB
              WRITE REGCTB
              IF ST-ERRO19 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQCTB - STATUS "
                         ST-ERRO19
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "TCT"
              MOVE BKP-DADOS (1:38) TO REGTCT
              WRITE REGTCT
              IF ST-ERRO20 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQTCT - STATUS "
                         ST-ERRO20
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "LCX"
              MOVE BKP-DADOS (1:43) TO REGLCX
              WRITE REGLCX
              IF ST-ERRO21 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQLCX - STATUS "
                         ST-ERRO21
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "CNC"
              MOVE BKP-DADOS (1:178) TO REGCNC
              WRITE REGCNC
              IF ST-ERRO22 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQCNC - STATUS "
                         ST-ERRO22
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "CTR"
              MOVE BKP-DADOS (1:85) TO REGCTR
              WRITE REGCTR
              IF ST-ERRO23 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQCTR - STATUS "
                         ST-ERRO23
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "NCR"
              MOVE BKP-DADOS (1:97) TO REGNCR
              WRITE REGNCR
              IF ST-ERRO24 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQNCR - STATUS "
                         ST-ERRO24
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "NCA"
              MOVE BKP-DADOS (1:55) TO REGNCA
              WRITE REGNCA
              IF ST-ERRO25 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQNCA - STATUS "
                         ST-ERRO25
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "DOC"
              MOVE BKP-DADOS (1:61) TO REGDOC
              WRITE REGDOC
              IF ST-ERRO26 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQDOC - STATUS "
                         ST-ERRO26
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
           IF W-ARQ-TAG = "EXE"
              MOVE BKP-DADOS (1:113) TO REGEXE
              WRITE REGEXE
              IF ST-ERRO27 NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQEXE - STATUS "
                         ST-ERRO27
                 MOVE "S" TO W-REST-ERRO
                 MOVE "Y" TO W-FIM-ARQ
              ELSE
                 ADD 1 TO W-QTD-REST.
       R9-GRAVA-DESTINO-FIM.
                EXIT.
      *--------------------------------------------------------------
