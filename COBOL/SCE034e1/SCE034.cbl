       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE034.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ***************************************
      * RESUMO DA CADEIA NOTURNA            *
      ***************************************
      *----------------------------------------------------------------
      * RELATORIO DA MANHA: MOSTRA A ULTIMA RODADA DO SCE033 - O QUE
      * RODOU, O QUE FALHOU E QUANTO TEMPO CADA PASSO LEVOU. PASSO
      * "I" E PROGRAMA QUE CAIU NO MEIO (A CADEIA NAO VOLTOU PARA
      * REGISTRAR O FIM). OS PASSOS DO CADEIA.TXT QUE NAO CHEGARAM A
      * RODAR SAEM COMO "NAO EXECUTADO". E EMITIDO PELO PROPRIO SCE033
      * AO FINAL DE CADA EXECUCAO E PODE SER REPETIDO PELO MENU.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEXE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXE-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQPAR ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.
      *
           SELECT RELEXE ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEIA.TXT".
       01 REGPAR.
          03 PAR-PASSO                PIC X(02).
          03 FILLER                   PIC X(01).
          03 PAR-PROGRAMA             PIC X(08).
          03 FILLER                   PIC X(01).
          03 PAR-RESPOSTA             PIC X(10) OCCURS 4.
          03 FILLER                   PIC X(01).
          03 PAR-ARQUIVO              PIC X(12).
          03 FILLER                   PIC X(01).
          03 PAR-DESCRICAO            PIC X(30).
      *-----------------------------------------------------------------
       FD RELEXE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEXE.LST".
       01 REG-RELEXE                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-DATA-SIS.
          03 W-DATA-AA   PIC 9(02).
          03 W-DATA-MM   PIC 9(02).
          03 W-DATA-DD   PIC 9(02).
       01 W-RODADA       PIC 9(06) VALUE ZEROS.
       01 W-SIT-RODADA   PIC X(01) VALUE SPACES.
       01 W-MSG-RODADA   PIC X(30) VALUE SPACES.

       01 W-QTD-OK       PIC 9(02) VALUE ZEROS.
       01 W-QTD-ERRO     PIC 9(02) VALUE ZEROS.
       01 W-QTD-PULADO   PIC 9(02) VALUE ZEROS.
       01 W-QTD-PENDENTE PIC 9(02) VALUE ZEROS.
       01 W-TOT-DURACAO  PIC 9(07) VALUE ZEROS.

      *----------FORMATACAO DE DATA/HORA E DURACAO---------------------
       01 W-FMT-DATA     PIC 9(08) VALUE ZEROS.
       01 W-FMT-DATA-R REDEFINES W-FMT-DATA.
          03 W-FMT-AAAA  PIC 9(04).
          03 W-FMT-MM    PIC 9(02).
          03 W-FMT-DD    PIC 9(02).
       01 W-FMT-HORA     PIC 9(06) VALUE ZEROS.
       01 W-FMT-HORA-R REDEFINES W-FMT-HORA.
          03 W-FMT-HH    PIC 9(02).
          03 W-FMT-MI    PIC 9(02).
          03 W-FMT-SS    PIC 9(02).
       01 W-FMT-TXT      PIC X(14) VALUE SPACES.
       01 W-FMT-SEG      PIC 9(07) VALUE ZEROS.
       01 W-FMT-RESTO    PIC 9(07) VALUE ZEROS.
       01 W-FMT-DUR-HH   PIC 9(02) VALUE ZEROS.
       01 W-FMT-DUR-MI   PIC 9(02) VALUE ZEROS.
       01 W-FMT-DUR-SS   PIC 9(02) VALUE ZEROS.
       01 W-FMT-DUR      PIC X(08) VALUE SPACES.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "RESUMO DA CADEIA NOTURNA".

       01 W-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CAB2-DATA         PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(08) VALUE "RODADA:".
          03 CAB2-RODADA       PIC 9(06).
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(08) VALUE "INICIO:".
          03 CAB2-INICIO       PIC X(14).
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(12) VALUE "EXECUCOES:".
          03 CAB2-EXECUCOES    PIC Z9.

       01 W-CAB3.
          03 FILLER            PIC X(10) VALUE "SITUACAO:".
          03 CAB3-SITUACAO     PIC X(30).

       01 W-CAB4.
          03 FILLER            PIC X(03) VALUE "PS".
          03 FILLER            PIC X(09) VALUE "PROGRAMA".
          03 FILLER            PIC X(31) VALUE "DESCRICAO".
          03 FILLER            PIC X(15) VALUE "INICIO".
          03 FILLER            PIC X(15) VALUE "FIM".
          03 FILLER            PIC X(09) VALUE "DURACAO".
          03 FILLER            PIC X(14) VALUE "SITUACAO".
          03 FILLER            PIC X(03) VALUE "EX".
          03 FILLER            PIC X(30) VALUE "MENSAGEM".

       01 W-LINDET.
          03 WD-PASSO          PIC 9(02).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-PROGRAMA       PIC X(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-DESCRICAO      PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-INICIO         PIC X(14).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-FIM            PIC X(14).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-DURACAO        PIC X(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-SITUACAO       PIC X(13).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-EXECUCOES      PIC Z9.
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-MENSAGEM       PIC X(30).

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "PASSOS CONCLUIDOS....:".
          03 WR-OK             PIC Z9.

       01 W-LINRESUMO2.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "PASSOS COM ERRO......:".
          03 WR-ERRO           PIC Z9.

       01 W-LINRESUMO3.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "PASSOS PULADOS.......:".
          03 WR-PULADO         PIC Z9.

       01 W-LINRESUMO4.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "PASSOS NAO EXECUTADOS:".
          03 WR-PENDENTE       PIC Z9.

       01 W-LINRESUMO5.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "TEMPO TOTAL..........:".
          03 WR-DURACAO        PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQEXE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 DISPLAY "NENHUMA EXECUCAO DA CADEIA REGISTRADA"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQEXE - "
                         "STATUS " ST-ERRO
              END-IF
              GO TO ROT-FIM.
       R0A.
           OPEN OUTPUT RELEXE
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELEXE - STATUS "
                      ST-ERRO3
              GO TO ROT-FIM.
      *------------- LOCALIZA A ULTIMA RODADA ---------------
       R1.
           MOVE ZEROS TO W-RODADA EXE-RODADA EXE-PASSO
                         W-QTD-OK W-QTD-ERRO W-QTD-PULADO
                         W-QTD-PENDENTE W-TOT-DURACAO
           START ARQEXE KEY IS NOT LESS EXE-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R1-CABECALHO.
       R1-ULTIMA.
           READ ARQEXE NEXT RECORD
           IF ST-ERRO = "00"
              MOVE EXE-RODADA TO W-RODADA
              GO TO R1-ULTIMA.
       R1-CABECALHO.
           IF W-RODADA = ZEROS
              MOVE "(NENHUMA RODADA REGISTRADA)" TO REG-RELEXE
              WRITE REG-RELEXE
              DISPLAY "NENHUMA EXECUCAO DA CADEIA REGISTRADA"
              GO TO ROT-FIM.
           MOVE W-RODADA TO EXE-RODADA
           MOVE ZEROS    TO EXE-PASSO
           READ ARQEXE
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQEXE - STATUS "
                      ST-ERRO
              GO TO ROT-FIM.
           MOVE EXE-SITUACAO TO W-SIT-RODADA
           MOVE EXE-MENSAGEM TO W-MSG-RODADA
           ACCEPT W-DATA-SIS FROM DATE
           MOVE W-DATA-SIS    TO CAB2-DATA
           MOVE W-RODADA      TO CAB2-RODADA
           MOVE EXE-INI-DATA  TO W-FMT-DATA
           MOVE EXE-INI-HORA  TO W-FMT-HORA
           PERFORM R5-FORMATA-HORA THRU R5-FORMATA-HORA-FIM
           MOVE W-FMT-TXT     TO CAB2-INICIO
           MOVE EXE-EXECUCOES TO CAB2-EXECUCOES
           IF W-SIT-RODADA = "C"
              MOVE "CONCLUIDA" TO CAB3-SITUACAO
           ELSE
              MOVE W-MSG-RODADA TO CAB3-SITUACAO.
           WRITE REG-RELEXE FROM W-CAB1
           WRITE REG-RELEXE FROM W-CAB2
           WRITE REG-RELEXE FROM W-CAB3
           WRITE REG-RELEXE FROM W-LINBRANCO
           WRITE REG-RELEXE FROM W-CAB4.
      *------------- PASSOS REGISTRADOS NA RODADA -----------
       R2.
           MOVE "N" TO W-FIM-ARQ.
       R2-LOOP.
           READ ARQEXE NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
           END-READ
           IF W-FIM-ARQ = "Y" OR EXE-RODADA NOT = W-RODADA
              GO TO R3.
           PERFORM R4-IMPRIME-PASSO THRU R4-IMPRIME-PASSO-FIM
           GO TO R2-LOOP.
      *------------- PASSOS DA CADEIA QUE NAO RODARAM -------
      * SEM O CADEIA.TXT SO SAEM OS PASSOS REGISTRADOS
       R3.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO R6-TOTAIS.
           MOVE "N" TO W-FIM-ARQ.
       R3-LOOP.
           MOVE SPACES TO REGPAR
           READ ARQPAR
              AT END
                 MOVE "Y" TO W-FIM-ARQ
           END-READ
           IF W-FIM-ARQ = "Y"
              CLOSE ARQPAR
              GO TO R6-TOTAIS.
           IF PAR-PASSO NOT NUMERIC OR PAR-PASSO = "00"
              GO TO R3-LOOP.
           MOVE W-RODADA  TO EXE-RODADA
           MOVE PAR-PASSO TO EXE-PASSO
           READ ARQEXE
           IF ST-ERRO NOT = "23"
              GO TO R3-LOOP.
           MOVE SPACES        TO W-LINDET
           MOVE PAR-PASSO     TO WD-PASSO
           MOVE PAR-PROGRAMA  TO WD-PROGRAMA
           MOVE PAR-DESCRICAO TO WD-DESCRICAO
           MOVE "NAO EXECUTADO" TO WD-SITUACAO
           MOVE ZEROS         TO WD-EXECUCOES
           WRITE REG-RELEXE FROM W-LINDET
           ADD 1 TO W-QTD-PENDENTE
           GO TO R3-LOOP.
      *---------[ LINHA DE UM PASSO EXECUTADO ]------------------------
       R4-IMPRIME-PASSO.
           MOVE SPACES        TO W-LINDET
           MOVE EXE-PASSO     TO WD-PASSO
           MOVE EXE-PROGRAMA  TO WD-PROGRAMA
           MOVE EXE-DESCRICAO TO WD-DESCRICAO
           MOVE EXE-EXECUCOES TO WD-EXECUCOES
           MOVE EXE-MENSAGEM  TO WD-MENSAGEM
           MOVE EXE-INI-DATA  TO W-FMT-DATA
           MOVE EXE-INI-HORA  TO W-FMT-HORA
           PERFORM R5-FORMATA-HORA THRU R5-FORMATA-HORA-FIM
           MOVE W-FMT-TXT     TO WD-INICIO
           IF EXE-SITUACAO = "I"
              MOVE "INTERROMPIDO" TO WD-SITUACAO
              MOVE "PROGRAMA CAIU - VER CONSOLE" TO WD-MENSAGEM
              ADD 1 TO W-QTD-ERRO
              GO TO R4-GRAVA.
           MOVE EXE-FIM-DATA  TO W-FMT-DATA
           MOVE EXE-FIM-HORA  TO W-FMT-HORA
           PERFORM R5-FORMATA-HORA THRU R5-FORMATA-HORA-FIM
           MOVE W-FMT-TXT     TO WD-FIM
           MOVE EXE-DURACAO   TO W-FMT-SEG
           PERFORM R5-FORMATA-DURACAO THRU R5-FORMATA-DURACAO-FIM
           MOVE W-FMT-DUR     TO WD-DURACAO
           ADD EXE-DURACAO    TO W-TOT-DURACAO
           IF EXE-SITUACAO = "F"
              MOVE "CONCLUIDO" TO WD-SITUACAO
              ADD 1 TO W-QTD-OK.
           IF EXE-SITUACAO = "E"
              MOVE "ERRO" TO WD-SITUACAO
              ADD 1 TO W-QTD-ERRO.
           IF EXE-SITUACAO = "P"
              MOVE "PULADO" TO WD-SITUACAO
              ADD 1 TO W-QTD-PULADO.
       R4-GRAVA.
           WRITE REG-RELEXE FROM W-LINDET.
       R4-IMPRIME-PASSO-FIM.
                EXIT.
      *---------[ DD/MM/AAAA HH:MM:SS -> "DD/MM HH:MM:SS" ]------------
       R5-FORMATA-HORA.
           MOVE SPACES TO W-FMT-TXT
           IF W-FMT-DATA = ZEROS
              GO TO R5-FORMATA-HORA-FIM.
           STRING W-FMT-DD "/" W-FMT-MM " " W-FMT-HH ":" W-FMT-MI
                  ":" W-FMT-SS DELIMITED BY SIZE INTO W-FMT-TXT.
       R5-FORMATA-HORA-FIM.
                EXIT.
      *---------[ SEGUNDOS -> "HH:MM:SS" ]-----------------------------
       R5-FORMATA-DURACAO.
           DIVIDE W-FMT-SEG BY 3600 GIVING W-FMT-DUR-HH
                  REMAINDER W-FMT-RESTO
           DIVIDE W-FMT-RESTO BY 60 GIVING W-FMT-DUR-MI
                  REMAINDER W-FMT-DUR-SS
           MOVE SPACES TO W-FMT-DUR
           STRING W-FMT-DUR-HH ":" W-FMT-DUR-MI ":" W-FMT-DUR-SS
                  DELIMITED BY SIZE INTO W-FMT-DUR.
       R5-FORMATA-DURACAO-FIM.
                EXIT.
      *---------[ TOTAIS DA RODADA ]-----------------------------------
       R6-TOTAIS.
           WRITE REG-RELEXE FROM W-LINBRANCO
           MOVE W-QTD-OK       TO WR-OK
           MOVE W-QTD-ERRO     TO WR-ERRO
           MOVE W-QTD-PULADO   TO WR-PULADO
           MOVE W-QTD-PENDENTE TO WR-PENDENTE
           MOVE W-TOT-DURACAO  TO W-FMT-SEG
           PERFORM R5-FORMATA-DURACAO THRU R5-FORMATA-DURACAO-FIM
           MOVE W-FMT-DUR      TO WR-DURACAO
           WRITE REG-RELEXE FROM W-LINRESUMO
           WRITE REG-RELEXE FROM W-LINRESUMO2
           WRITE REG-RELEXE FROM W-LINRESUMO3
           WRITE REG-RELEXE FROM W-LINRESUMO4
           WRITE REG-RELEXE FROM W-LINRESUMO5
           IF W-SIT-RODADA NOT = "C"
              WRITE REG-RELEXE FROM W-LINBRANCO
              MOVE "CADEIA NAO CONCLUIDA - CORRIGIR O PASSO COM ERRO E"
                   TO REG-RELEXE
              WRITE REG-RELEXE
              MOVE "EXECUTAR NOVAMENTE O SCE033 (RETOMA DESTE PASSO)"
                   TO REG-RELEXE
              WRITE REG-RELEXE.
           DISPLAY "RESUMO DA RODADA " W-RODADA
                   " GRAVADO EM RELEXE.LST".
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQEXE RELEXE.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    35 = ARQUIVO NÃO ENCONTRADO NA ABERTURA
