          03 WD-EMAIL          PIC X(25).

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

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
           MOVE "PESSOA JURIDICA" TO W-CAB3
           PERFORM R2-IMPRIME-SECAO.
      *
           MOVE "0" TO LOT-RETORNO
           GO TO ROT-FIM.
      *-----------------------------------------------------------------
       R2-IMPRIME-SECAO.
