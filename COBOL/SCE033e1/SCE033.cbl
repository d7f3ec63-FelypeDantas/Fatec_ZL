       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE033.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ***************************************
      * CADEIA NOTURNA - EXECUCAO EM LOTE   *
      * COM CONTROLE E RETOMADA POR PASSO   *
      ***************************************
      *----------------------------------------------------------------
      * EXECUTA EM SEQUENCIA OS PASSOS DO ARQUIVO CADEIA.TXT, SEM
      * OPERADOR NO CONSOLE. CADA PASSO RECEBE SUAS RESPOSTAS PELA
      * AREA EXTERNA LOT-AREA E DEVOLVE "0" QUANDO TERMINA SEM ERRO.
      * INICIO, FIM E SITUACAO DE CADA PASSO FICAM EM ARQEXE.DAT.
      * NA PRIMEIRA FALHA A CADEIA PARA E A RODADA FICA ABERTA - A
      * PROXIMA EXECUCAO RETOMA A MESMA RODADA A PARTIR DO PASSO QUE
      * FALHOU, SEM REPETIR OS JA CONCLUIDOS. NO FINAL O SCE034
      * EMITE O RESUMO DA RODADA (RELEXE.LST).
      *
      * LAYOUT DO CADEIA.TXT (UMA LINHA POR PASSO, "*" = COMENTARIO)
      *   COL 01-02 NUMERO DO PASSO (01 A 99, EM ORDEM CRESCENTE)
      *   COL 04-11 PROGRAMA
      *   COL 13-52 ATE 4 RESPOSTAS DE 10 POSICOES
      *   COL 54-65 ARQUIVO QUE PRECISA TER CHEGADO PARA O PASSO
      *             RODAR (EM BRANCO = RODA SEMPRE)
      *   COL 67-96 DESCRICAO
      *
      * CADEIA PADRAO (A LINHA COMECA LOGO APOS O ASTERISCO, SEM A
      * DESCRICAO DAS COLUNAS 67-96):
      *
      *01 SCE010
      *02 SCE021   B
      *03 SCE017
      *04 SCE004
      *05 SCE005   S                                        CEPCARGA.TXT
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPAR ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQEXE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXE-CHAVE
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT ARQTST ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * CONTROLE DE EXECUCAO - O PASSO 00 E O CABECALHO DA RODADA
      *   SITUACAO DA RODADA: A = ABERTA (A RETOMAR) / C = CONCLUIDA
      *   SITUACAO DO PASSO : I = EM EXECUCAO / F = FIM NORMAL /
      *                       E = ERRO / P = PULADO (SEM ARQUIVO)
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
      * SO E ABERTO PARA SABER SE O ARQUIVO DO PASSO JA CHEGOU
       FD ARQTST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TST-NOME.
       01 REG-TST                     PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-TST-NOME     PIC X(12) VALUE SPACES.
       01 W-MODULO       PIC X(08) VALUE SPACES.
       01 W-LINHA        PIC 9(03) VALUE ZEROS.
       01 W-PASSO-ANT    PIC 9(02) VALUE ZEROS.
       01 W-RODADA       PIC 9(06) VALUE ZEROS.
       01 W-FALHOU       PIC X(01) VALUE "N".
       01 W-PASSO-FALHA  PIC 9(02) VALUE ZEROS.
       01 W-EXE-EXISTE   PIC X(01) VALUE "N".
       01 W-EXE-SALVO    PIC X(113) VALUE SPACES.
       01 W-MSG          PIC X(30) VALUE SPACES.
       01 W-DATA8        PIC 9(08) VALUE ZEROS.
       01 W-HORA8        PIC 9(08) VALUE ZEROS.

      *----------PASSOS LIDOS DO CADEIA.TXT----------------------------
       01 W-MAX-PASSOS   PIC 9(02) VALUE 20.
       01 W-QTD-PASSOS   PIC 9(02) VALUE ZEROS.
       01 W-IDX          PIC 9(02) VALUE ZEROS.
       01 W-TAB-PASSOS.
          03 W-PAS OCCURS 20.
             05 W-PAS-NUMERO          PIC 9(02).
             05 W-PAS-PROGRAMA        PIC X(08).
             05 W-PAS-RESPOSTA        PIC X(10) OCCURS 4.
             05 W-PAS-ARQUIVO         PIC X(12).
             05 W-PAS-DESCRICAO       PIC X(30).

      *----------CALCULO DA DURACAO EM SEGUNDOS------------------------
       01 W-CALC-DATA    PIC 9(08) VALUE ZEROS.
       01 W-CALC-HORA    PIC 9(06) VALUE ZEROS.
       01 W-CALC-HORA-R REDEFINES W-CALC-HORA.
          03 W-CALC-HH   PIC 9(02).
          03 W-CALC-MI   PIC 9(02).
          03 W-CALC-SS   PIC 9(02).
       01 W-CALC-SEG     PIC 9(11) VALUE ZEROS.
       01 W-SEG-INI      PIC 9(11) VALUE ZEROS.
       01 W-SEG-FIM      PIC 9(11) VALUE ZEROS.

      *----------AREA DE EXECUCAO EM LOTE------------------------------
      * PREENCHIDA PELO SCE033 (CADEIA NOTURNA) - QUANDO ATIVA AS
      * RESPOSTAS VEM DO ARQUIVO DE PARAMETROS E NAO DO CONSOLE. O
      * MODULO DEVOLVE "0" EM LOT-RETORNO QUANDO TERMINA SEM ERRO
       01 LOT-AREA EXTERNAL.
          03 LOT-ATIVO      PIC X(01).
          03 LOT-RESPOSTA   PIC X(10) OCCURS 4.
          03 LOT-RETORNO    PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------- LEITURA E CRITICA DO CADEIA.TXT --------
      * QUALQUER LINHA INVALIDA IMPEDE A RODADA - NENHUM PASSO RODA
      * COM A CADEIA PELA METADE
       R0.
           DISPLAY "SCE033 - CADEIA NOTURNA"
           OPEN INPUT ARQPAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEIA.TXT - "
                      "STATUS " ST-ERRO
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTD-PASSOS W-LINHA W-PASSO-ANT
           MOVE "N" TO W-FIM-ARQ.
       R0-LOOP.
           MOVE SPACES TO REGPAR
           READ ARQPAR
              AT END
                 MOVE "Y" TO W-FIM-ARQ
           END-READ
           IF W-FIM-ARQ = "Y"
              GO TO R0-FIM.
           ADD 1 TO W-LINHA
           IF REGPAR = SPACES OR PAR-PASSO (1:1) = "*"
              GO TO R0-LOOP.
           IF PAR-PASSO NOT NUMERIC
              DISPLAY "CADEIA.TXT LINHA " W-LINHA
                      " - NUMERO DO PASSO INVALIDO"
              GO TO R0-ERRO.
           IF PAR-PASSO = "00" OR PAR-PASSO NOT > W-PASSO-ANT
              DISPLAY "CADEIA.TXT LINHA " W-LINHA
                      " - PASSOS FORA DE ORDEM"
              GO TO R0-ERRO.
           IF PAR-PROGRAMA = SPACES
              DISPLAY "CADEIA.TXT LINHA " W-LINHA
                      " - PROGRAMA NAO INFORMADO"
              GO TO R0-ERRO.
           IF W-QTD-PASSOS NOT < W-MAX-PASSOS
              DISPLAY "CADEIA.TXT LINHA " W-LINHA
                      " - MAIS DE " W-MAX-PASSOS " PASSOS"
              GO TO R0-ERRO.
           ADD 1 TO W-QTD-PASSOS
           MOVE PAR-PASSO     TO W-PAS-NUMERO (W-QTD-PASSOS)
                                 W-PASSO-ANT
           MOVE PAR-PROGRAMA  TO W-PAS-PROGRAMA (W-QTD-PASSOS)
           MOVE PAR-RESPOSTA (1) TO W-PAS-RESPOSTA (W-QTD-PASSOS, 1)
           MOVE PAR-RESPOSTA (2) TO W-PAS-RESPOSTA (W-QTD-PASSOS, 2)
           MOVE PAR-RESPOSTA (3) TO W-PAS-RESPOSTA (W-QTD-PASSOS, 3)
           MOVE PAR-RESPOSTA (4) TO W-PAS-RESPOSTA (W-QTD-PASSOS, 4)
           MOVE PAR-ARQUIVO   TO W-PAS-ARQUIVO (W-QTD-PASSOS)
           MOVE PAR-DESCRICAO TO W-PAS-DESCRICAO (W-QTD-PASSOS)
           GO TO R0-LOOP.
       R0-ERRO.
           CLOSE ARQPAR
           DISPLAY "*** CADEIA NAO EXECUTADA - CORRIGIR CADEIA.TXT ***"
           GO TO ROT-FIM.
       R0-FIM.
           CLOSE ARQPAR
           IF W-QTD-PASSOS = ZEROS
              DISPLAY "*** CADEIA.TXT SEM NENHUM PASSO ***"
              GO TO ROT-FIM.
       R0A.
           OPEN I-O ARQEXE
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                 OPEN OUTPUT ARQEXE
                 CLOSE ARQEXE
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQEXE - "
                         "STATUS " ST-ERRO2
                 GO TO ROT-FIM.
      *
      *****************************************
      * RODADA NOVA OU RETOMADA                *
      *****************************************
      * A ULTIMA RODADA AINDA ABERTA PAROU NUMA FALHA (OU FOI
      * DERRUBADA) E E RETOMADA - SENAO ABRE A RODADA SEGUINTE
      *
       R1.
           MOVE ZEROS TO W-RODADA EXE-RODADA EXE-PASSO
           START ARQEXE KEY IS NOT LESS EXE-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO R1-DECIDE.
       R1-ULTIMA.
           READ ARQEXE NEXT RECORD
           IF ST-ERRO2 = "00"
              MOVE EXE-RODADA TO W-RODADA
              GO TO R1-ULTIMA.
       R1-DECIDE.
           IF W-RODADA = ZEROS
              GO TO R1-NOVA.
           MOVE W-RODADA TO EXE-RODADA
           MOVE ZEROS    TO EXE-PASSO
           READ ARQEXE
           IF ST-ERRO2 NOT = "00" OR EXE-SITUACAO NOT = "A"
              GO TO R1-NOVA.
           ADD 1 TO EXE-EXECUCOES
           MOVE "EM EXECUCAO (RETOMADA)" TO EXE-MENSAGEM
           REWRITE REGEXE
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQEXE - STATUS "
                      ST-ERRO2
              GO TO ROT-FIM.
           DISPLAY "RETOMANDO A RODADA " W-RODADA
                   " INTERROMPIDA - PASSOS CONCLUIDOS NAO SE REPETEM"
           GO TO R2.
       R1-NOVA.
           ADD 1 TO W-RODADA
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           ACCEPT W-HORA8 FROM TIME
           MOVE SPACES           TO REGEXE
           MOVE W-RODADA         TO EXE-RODADA
           MOVE ZEROS            TO EXE-PASSO
           MOVE "SCE033"         TO EXE-PROGRAMA
           MOVE "CADEIA NOTURNA" TO EXE-DESCRICAO
           MOVE "A"              TO EXE-SITUACAO
           MOVE W-DATA8          TO EXE-INI-DATA
           MOVE W-HORA8 (1:6)    TO EXE-INI-HORA
           MOVE ZEROS TO EXE-FIM-DATA EXE-FIM-HORA EXE-DURACAO
           MOVE 1                TO EXE-EXECUCOES
           MOVE "EM EXECUCAO"    TO EXE-MENSAGEM
           WRITE REGEXE
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQEXE - STATUS "
                      ST-ERRO2
              GO TO ROT-FIM.
           DISPLAY "RODADA " W-RODADA " INICIADA - PASSOS: "
                   W-QTD-PASSOS.
      *------------- PASSOS EM SEQUENCIA --------------------
       R2.
           MOVE ZEROS TO W-IDX W-PASSO-FALHA
           MOVE "N"   TO W-FALHOU.
       R2-PROXIMO.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-PASSOS
              GO TO R3-FINAL.
           PERFORM R4-EXECUTA-PASSO THRU R4-EXECUTA-PASSO-FIM
           IF W-FALHOU = "S"
              GO TO R3-FINAL.
           GO TO R2-PROXIMO.
      *------------- FECHAMENTO DA RODADA -------------------
       R3-FINAL.
           MOVE W-RODADA TO EXE-RODADA
           MOVE ZEROS    TO EXE-PASSO
           READ ARQEXE
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQEXE - STATUS "
                      ST-ERRO2
              GO TO ROT-FIM.
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           ACCEPT W-HORA8 FROM TIME
           MOVE W-DATA8       TO EXE-FIM-DATA
           MOVE W-HORA8 (1:6) TO EXE-FIM-HORA
           MOVE EXE-INI-DATA  TO W-CALC-DATA
           MOVE EXE-INI-HORA  TO W-CALC-HORA
           PERFORM R9-SEGUNDOS THRU R9-SEGUNDOS-FIM
           MOVE W-CALC-SEG    TO W-SEG-INI
           MOVE EXE-FIM-DATA  TO W-CALC-DATA
           MOVE EXE-FIM-HORA  TO W-CALC-HORA
           PERFORM R9-SEGUNDOS THRU R9-SEGUNDOS-FIM
           MOVE W-CALC-SEG    TO W-SEG-FIM
           PERFORM R9-DURACAO THRU R9-DURACAO-FIM
           IF W-FALHOU = "S"
              MOVE SPACES TO EXE-MENSAGEM
              STRING "INTERROMPIDA NO PASSO " W-PASSO-FALHA
                     DELIMITED BY SIZE INTO EXE-MENSAGEM
           ELSE
              MOVE "C"         TO EXE-SITUACAO
              MOVE "CONCLUIDA" TO EXE-MENSAGEM.
           REWRITE REGEXE
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO ARQEXE - STATUS "
                      ST-ERRO2.
           CLOSE ARQEXE
           IF W-FALHOU = "S"
              DISPLAY "*** CADEIA INTERROMPIDA NO PASSO "
                      W-PASSO-FALHA " - CORRIGIR E EXECUTAR "
                      "NOVAMENTE O SCE033 PARA RETOMAR ***"
           ELSE
              DISPLAY "CADEIA NOTURNA CONCLUIDA - RODADA " W-RODADA.
      *    O RESUMO SAI TAMBEM QUANDO A CADEIA PARA NUMA FALHA
           CALL "SCE034"
              ON EXCEPTION
                 DISPLAY "*** RESUMO NAO EMITIDO - SCE034 NAO "
                         "DISPONIVEL ***"
           END-CALL
           GO TO ROT-FIM.
      *
      *****************************************
      * EXECUCAO DE UM PASSO (W-IDX)           *
      *****************************************
      *
       R4-EXECUTA-PASSO.
           MOVE W-RODADA             TO EXE-RODADA
           MOVE W-PAS-NUMERO (W-IDX) TO EXE-PASSO
           READ ARQEXE
           IF ST-ERRO2 = "00"
              IF EXE-SITUACAO = "F" OR EXE-SITUACAO = "P"
                 DISPLAY "PASSO " EXE-PASSO " " EXE-PROGRAMA
                         " JA CONCLUIDO NESTA RODADA"
                 GO TO R4-EXECUTA-PASSO-FIM
              END-IF
              MOVE "S" TO W-EXE-EXISTE
           ELSE
              IF ST-ERRO2 NOT = "23"
                 DISPLAY "ERRO NA LEITURA DO ARQUIVO ARQEXE - STATUS "
                         ST-ERRO2
                 MOVE "S" TO W-FALHOU
                 MOVE W-PAS-NUMERO (W-IDX) TO W-PASSO-FALHA
                 GO TO R4-EXECUTA-PASSO-FIM
              END-IF
              MOVE "N" TO W-EXE-EXISTE
              MOVE SPACES TO REGEXE
              MOVE W-RODADA             TO EXE-RODADA
              MOVE W-PAS-NUMERO (W-IDX) TO EXE-PASSO
              MOVE ZEROS TO EXE-EXECUCOES
           END-IF
           MOVE W-PAS-PROGRAMA (W-IDX)  TO EXE-PROGRAMA W-MODULO
           MOVE W-PAS-DESCRICAO (W-IDX) TO EXE-DESCRICAO
           ADD 1 TO EXE-EXECUCOES
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           ACCEPT W-HORA8 FROM TIME
           MOVE W-DATA8       TO EXE-INI-DATA
           MOVE W-HORA8 (1:6) TO EXE-INI-HORA
           MOVE ZEROS TO EXE-FIM-DATA EXE-FIM-HORA EXE-DURACAO
      *------------- ARQUIVO DE ENTRADA JA CHEGOU? ----------
           IF W-PAS-ARQUIVO (W-IDX) = SPACES
              GO TO R4-INICIA.
           MOVE W-PAS-ARQUIVO (W-IDX) TO W-TST-NOME
           OPEN INPUT ARQTST
           IF ST-ERRO3 = "00"
              CLOSE ARQTST
              GO TO R4-INICIA.
           MOVE "P"           TO EXE-SITUACAO
           MOVE EXE-INI-DATA  TO EXE-FIM-DATA
           MOVE EXE-INI-HORA  TO EXE-FIM-HORA
           MOVE SPACES        TO EXE-MENSAGEM
           STRING "SEM ARQUIVO " W-TST-NOME DELIMITED BY SIZE
                  INTO EXE-MENSAGEM
           PERFORM R4-GRAVA THRU R4-GRAVA-FIM
           DISPLAY "PASSO " EXE-PASSO " " EXE-PROGRAMA
                   " PULADO - " W-TST-NOME " NAO RECEBIDO"
           GO TO R4-EXECUTA-PASSO-FIM.
      *------------- MARCA O INICIO E CHAMA O PROGRAMA ------
      * O PASSO FICA "I" ENQUANTO RODA - SE A CADEIA CAIR NO MEIO DO
      * PROGRAMA O REGISTRO MOSTRA ONDE PAROU. O ARQEXE FICA FECHADO
      * DURANTE O PASSO PARA QUE O BACKUP (SCE021) POSSA COPIA-LO
       R4-INICIA.
           MOVE "I"           TO EXE-SITUACAO
           MOVE "EM EXECUCAO" TO EXE-MENSAGEM
           PERFORM R4-GRAVA THRU R4-GRAVA-FIM
           IF W-FALHOU = "S"
              GO TO R4-EXECUTA-PASSO-FIM.
           DISPLAY "PASSO " EXE-PASSO " " EXE-PROGRAMA " INICIADO - "
                   EXE-DESCRICAO
           MOVE SPACES TO W-MSG
           MOVE "S"    TO LOT-ATIVO
           MOVE "9"    TO LOT-RETORNO
           MOVE W-PAS-RESPOSTA (W-IDX, 1) TO LOT-RESPOSTA (1)
           MOVE W-PAS-RESPOSTA (W-IDX, 2) TO LOT-RESPOSTA (2)
           MOVE W-PAS-RESPOSTA (W-IDX, 3) TO LOT-RESPOSTA (3)
           MOVE W-PAS-RESPOSTA (W-IDX, 4) TO LOT-RESPOSTA (4)
           MOVE REGEXE TO W-EXE-SALVO
           CLOSE ARQEXE
           CALL W-MODULO
              ON EXCEPTION
                 MOVE "9" TO LOT-RETORNO
                 MOVE "PROGRAMA NAO DISPONIVEL" TO W-MSG
           END-CALL
           MOVE SPACES TO LOT-ATIVO
           OPEN I-O ARQEXE
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA REABERTURA DO ARQUIVO ARQEXE - STATUS "
                      ST-ERRO2.
           MOVE W-EXE-SALVO TO REGEXE
      *------------- REGISTRA O TERMINO ---------------------
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           ACCEPT W-HORA8 FROM TIME
           MOVE W-DATA8       TO EXE-FIM-DATA
           MOVE W-HORA8 (1:6) TO EXE-FIM-HORA
           MOVE EXE-INI-DATA  TO W-CALC-DATA
           MOVE EXE-INI-HORA  TO W-CALC-HORA
           PERFORM R9-SEGUNDOS THRU R9-SEGUNDOS-FIM
           MOVE W-CALC-SEG    TO W-SEG-INI
           MOVE EXE-FIM-DATA  TO W-CALC-DATA
           MOVE EXE-FIM-HORA  TO W-CALC-HORA
           PERFORM R9-SEGUNDOS THRU R9-SEGUNDOS-FIM
           MOVE W-CALC-SEG    TO W-SEG-FIM
           PERFORM R9-DURACAO THRU R9-DURACAO-FIM
           IF LOT-RETORNO = "0"
              MOVE "F"         TO EXE-SITUACAO
              MOVE "CONCLUIDO" TO EXE-MENSAGEM
              DISPLAY "PASSO " EXE-PASSO " " EXE-PROGRAMA
                      " CONCLUIDO"
           ELSE
              MOVE "E" TO EXE-SITUACAO
              IF W-MSG = SPACES
                 MOVE "TERMINOU COM ERRO" TO EXE-MENSAGEM
              ELSE
                 MOVE W-MSG TO EXE-MENSAGEM
              END-IF
              MOVE "S"       TO W-FALHOU
              MOVE EXE-PASSO TO W-PASSO-FALHA
              DISPLAY "*** PASSO " EXE-PASSO " " EXE-PROGRAMA
                      " COM ERRO - " EXE-MENSAGEM
           END-IF
           PERFORM R4-GRAVA THRU R4-GRAVA-FIM.
       R4-EXECUTA-PASSO-FIM.
                EXIT.
      *---------[ GRAVACAO DO REGISTRO DO PASSO ]----------------------
      * SEM O CONTROLE GRAVADO A RETOMADA NAO E CONFIAVEL - A FALHA
      * NA GRAVACAO PARA A CADEIA
       R4-GRAVA.
           IF W-EXE-EXISTE = "S"
              REWRITE REGEXE
           ELSE
              WRITE REGEXE.
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARQEXE - STATUS "
                      ST-ERRO2
              MOVE "S"       TO W-FALHOU
              MOVE EXE-PASSO TO W-PASSO-FALHA
              GO TO R4-GRAVA-FIM.
           MOVE "S" TO W-EXE-EXISTE.
       R4-GRAVA-FIM.
                EXIT.
      *---------[ DATA/HORA EM SEGUNDOS ]------------------------------
       R9-SEGUNDOS.
           COMPUTE W-CALC-SEG =
                   FUNCTION INTEGER-OF-DATE (W-CALC-DATA) * 86400
                   + W-CALC-HH * 3600 + W-CALC-MI * 60 + W-CALC-SS.
       R9-SEGUNDOS-FIM.
                EXIT.
      *
       R9-DURACAO.
           IF W-SEG-FIM < W-SEG-INI
              MOVE ZEROS TO EXE-DURACAO
           ELSE
              COMPUTE EXE-DURACAO = W-SEG-FIM - W-SEG-INI.
       R9-DURACAO-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQEXE.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    35 = ARQUIVO NÃO ENCONTRADO NA ABERTURA
