       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINSECAO           PIC X(40) VALUE SPACES.

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
           MOVE W-TG-VAL-R TO WD-VAL-R
           COMPUTE WD-VAL-TOT = W-TG-VAL-A + W-TG-VAL-R
           WRITE REG-RELPRJ FROM W-LINDET
           DISPLAY "PROJECAO GRAVADA EM RELPRJ.LST"
           MOVE "0" TO LOT-RETORNO.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQTIT RELPRJ.
