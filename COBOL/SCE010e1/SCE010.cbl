          03 FILLER            PIC X(02) VALUE SPACES.
          03 WR-DESCRICAO      PIC X(40).
          03 WR-QTD            PIC ZZZ,ZZ9.

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
           MOVE W-QTD-TOTAL TO WR-QTD
           WRITE REG-RELCON FROM W-LINRESUMO
           DISPLAY "CRITICA CONCLUIDA - INCONSISTENCIAS: " W-QTD-TOTAL
           DISPLAY "RELATORIO GRAVADO EM RELCON.LST"
           MOVE "0" TO LOT-RETORNO.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQCEP ARQCTT ARQBAN RELCON.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
