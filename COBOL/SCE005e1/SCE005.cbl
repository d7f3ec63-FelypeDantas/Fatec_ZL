          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "REJEITADOS.....:".
          03 WR-REJEITADO      PIC ZZZ,ZZ9.

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
                   " REJEITADOS: " CHK-REJEITADO.
       R0B-CHK1.
           DISPLAY "RETOMAR DO CHECKPOINT (S/N)? "
      *    EM LOTE A RESPOSTA VEM DO PARAMETRO - SEM RESPOSTA VALIDA A
      *    CARGA E RETOMADA, QUE NUNCA REPETE REGISTRO JA PROCESSADO
           IF LOT-ATIVO = "S"
              MOVE LOT-RESPOSTA (1) TO W-OPCAO
              IF W-OPCAO NOT = "S" AND "s" AND "N" AND "n"
                 MOVE "S" TO W-OPCAO
              END-IF
              DISPLAY W-OPCAO
           ELSE
              ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              MOVE "S" TO W-RETOMADA
              MOVE CHK-LIDOS     TO W-QTD-LIDOS W-QTD-PULAR
      *
           MOVE "F" TO W-CHK-MARCA
           PERFORM R4-GRAVA-CHECKPOINT THRU R4-GRAVA-CHECKPOINT-FIM.
           MOVE "0" TO LOT-RETORNO
           GO TO ROT-FIM.
      *-----------------------------------------------------------------
      *---------[ GRAVACAO DO CHECKPOINT DE PROGRESSO ]----------------
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQCEP ARQCEPE RELCEP.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    02 = GRAVACAO/REGRAVACAO COM CHAVE ALTERNADA DUPLICADA
