       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE032.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ***************************************
      * DOCUMENTOS DE FORNECEDOR VENCIDOS E *
      * A VENCER NOS PROXIMOS 30 DIAS       *
      ***************************************
      *----------------------------------------------------------------
      * RELATORIO DIARIO PARA O COMPRAS PEDIR A RENOVACAO DAS
      * CERTIDOES E DOCUMENTOS CADASTRADOS NO SCE003 (OPCAO D).
      * DOCUMENTO OBRIGATORIO VENCIDO SEGURA O PAGAMENTO NO SCE007.
      * NAO PEDE PARAMETRO - A DATA DE REFERENCIA E A DO SISTEMA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOR-CODIGO
                      ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                      ALTERNATE RECORD KEY IS FOR-CPF WITH DUPLICATES
                      ALTERNATE RECORD KEY IS FOR-CNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-CHAVE
                    ALTERNATE RECORD KEY IS DOC-VALIDADE
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT RELDOC ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
          03 CADASTRO.
            05 FOR-CODIGO            PIC 9(06).
          03 FOR-TIPOCLIENTE         PIC X(01).
          03 FOR-CPF                 PIC 9(11).
          03 FOR-CNPJ                PIC 9(14).
          03 FOR-NOME                PIC X(30).
          03 FOR-APELIDO             PIC X(30).
          03 FOR-CEP                 PIC 9(08).
          03 FOR-LOGRADOURO          PIC X(24).
          03 FOR-NUMERO              PIC X(11).
          03 FOR-COMPLEMENTO         PIC X(24).
          03 FOR-BAIRRO              PIC X(40).
          03 FOR-CIDADE              PIC X(24).
          03 FOR-ESTADO              PIC X(02).
          03 FOR-TELEFONE            PIC 9(11).
          03 FOR-EMAIL               PIC X(33).
          03 FOR-CONTATO             PIC X(32).
          03 FOR-SITUACAO            PIC X(01).
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
       FD RELDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDOC.LST".
       01 REG-RELDOC                 PIC X(132).
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
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-LIMITE       PIC 9(08) VALUE ZEROS.
       01 W-DATA8        PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA8.
          03 W-DATA8-AAAA PIC 9(04).
          03 W-DATA8-MM   PIC 9(02).
          03 W-DATA8-DD   PIC 9(02).

       01 W-QTD-DOCS     PIC 9(06) VALUE ZEROS.
       01 W-QTD-VENCIDOS PIC 9(06) VALUE ZEROS.
       01 W-QTD-AVENCER  PIC 9(06) VALUE ZEROS.
       01 W-QTD-BLOQ     PIC 9(06) VALUE ZEROS.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "DOCUMENTOS DE FORNECEDOR VENCIDOS E A VE".
          03 FILLER            PIC X(30)
             VALUE "NCER EM 30 DIAS".

       01 W-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CAB2-DATA         PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(18) VALUE "VENCIMENTO ATE..:".
          03 CAB2-LIM-DD       PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 CAB2-LIM-MM       PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 CAB2-LIM-AAAA     PIC 9(04).

       01 W-CAB3.
          03 FILLER            PIC X(11) VALUE "VALIDADE".
          03 FILLER            PIC X(09) VALUE "SITUACAO".
          03 FILLER            PIC X(07) VALUE "CODIGO".
          03 FILLER            PIC X(31) VALUE "FORNECEDOR".
          03 FILLER            PIC X(20) VALUE "DOCUMENTO".
          03 FILLER            PIC X(21) VALUE "NUMERO".
          03 FILLER            PIC X(04) VALUE "OB".
          03 FILLER            PIC X(11) VALUE "TELEFONE".

       01 W-LINDET.
          03 WD-VAL-DD         PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 WD-VAL-MM         PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 WD-VAL-AAAA       PIC 9(04).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-SITUACAO       PIC X(08).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-CODIGO         PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-NOME           PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-TIPO           PIC X(02).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-DESCRICAO      PIC X(16).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-NUMERO         PIC X(20).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-OBRIG          PIC X(01).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 WD-TELEFONE       PIC 9(11).

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "DOCUMENTOS LISTADOS..:".
          03 WR-DOCS           PIC ZZZ.ZZ9.

       01 W-LINRESUMO2.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "VENCIDOS.............:".
          03 WR-VENCIDOS       PIC ZZZ.ZZ9.

       01 W-LINRESUMO3.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "A VENCER EM 30 DIAS..:".
          03 WR-AVENCER        PIC ZZZ.ZZ9.

       01 W-LINRESUMO4.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "OBRIGATORIOS VENCIDOS:".
          03 WR-BLOQ           PIC ZZZ.ZZ9.

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
       R0.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFOR - STATUS "
                      ST-ERRO
              GO TO ROT-FIM.
       R0A.
           OPEN INPUT ARQDOC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                 DISPLAY "AVISO: ARQDOC.DAT AINDA NAO EXISTE - "
                         "NENHUM DOCUMENTO CADASTRADO"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDOC - "
                         "STATUS " ST-ERRO2
                 CLOSE ARQFOR
                 GO TO ROT-FIM.
       R0B.
           OPEN OUTPUT RELDOC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDOC - STATUS "
                      ST-ERRO3
              CLOSE ARQFOR ARQDOC
              GO TO ROT-FIM.
      *------------- DATA DE REFERENCIA E CABECALHOS --------
       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-HOJE) + 30)
           ACCEPT W-DATA-SIS FROM DATE
           MOVE W-DATA-SIS TO CAB2-DATA
           MOVE W-LIMITE   TO W-DATA8
           MOVE W-DATA8-DD   TO CAB2-LIM-DD
           MOVE W-DATA8-MM   TO CAB2-LIM-MM
           MOVE W-DATA8-AAAA TO CAB2-LIM-AAAA
           WRITE REG-RELDOC FROM W-CAB1
           WRITE REG-RELDOC FROM W-CAB2
           WRITE REG-RELDOC FROM W-LINBRANCO
           WRITE REG-RELDOC FROM W-CAB3.
      *------------- VARREDURA PELA DATA DE VALIDADE --------
      * A CHAVE ALTERNATIVA TRAZ OS DOCUMENTOS DO MAIS ANTIGO PARA O
      * MAIS NOVO - A LEITURA PARA NO PRIMEIRO ALEM DO LIMITE
       R2.
           MOVE "N" TO W-FIM-ARQ
           IF ST-ERRO2 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ
              GO TO R2-LOOP.
           MOVE ZEROS TO DOC-VALIDADE
           START ARQDOC KEY IS NOT LESS DOC-VALIDADE
           IF ST-ERRO2 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R2-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R4-FINAL.
           READ ARQDOC NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 PERFORM R3-TRATA-DOC THRU R3-TRATA-DOC-FIM
           END-READ
           GO TO R2-LOOP.
      *---------[ TRATA UM DOCUMENTO ]---------------------------------
       R3-TRATA-DOC.
           IF DOC-VALIDADE > W-LIMITE
              MOVE "Y" TO W-FIM-ARQ
              GO TO R3-TRATA-DOC-FIM.
           MOVE DOC-CODIGO TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "00"
              IF FOR-SITUACAO = "I"
                 GO TO R3-TRATA-DOC-FIM
              END-IF
              MOVE FOR-NOME     TO WD-NOME
              MOVE FOR-TELEFONE TO WD-TELEFONE
           ELSE
              MOVE "(FORNECEDOR NAO CADASTRADO)" TO WD-NOME
              MOVE ZEROS TO WD-TELEFONE
           END-IF
           MOVE DOC-VALIDADE TO W-DATA8
           MOVE W-DATA8-DD      TO WD-VAL-DD
           MOVE W-DATA8-MM      TO WD-VAL-MM
           MOVE W-DATA8-AAAA    TO WD-VAL-AAAA
           MOVE DOC-CODIGO      TO WD-CODIGO
           MOVE DOC-TIPO        TO WD-TIPO
           MOVE DOC-NUMERO      TO WD-NUMERO
           MOVE DOC-OBRIGATORIO TO WD-OBRIG
           PERFORM R3-DESCRICAO THRU R3-DESCRICAO-FIM
           IF DOC-VALIDADE < W-HOJE
              MOVE "VENCIDO" TO WD-SITUACAO
              ADD 1 TO W-QTD-VENCIDOS
              IF DOC-OBRIGATORIO = "S"
                 ADD 1 TO W-QTD-BLOQ
              END-IF
           ELSE
              MOVE "A VENCER" TO WD-SITUACAO
              ADD 1 TO W-QTD-AVENCER
           END-IF
           WRITE REG-RELDOC FROM W-LINDET
           ADD 1 TO W-QTD-DOCS.
       R3-TRATA-DOC-FIM.
                EXIT.
      *---------[ DESCRICAO DO TIPO DE DOCUMENTO ]---------------------
       R3-DESCRICAO.
           MOVE SPACES TO WD-DESCRICAO
           IF DOC-TIPO = "CF"
              MOVE "CND FEDERAL"      TO WD-DESCRICAO.
           IF DOC-TIPO = "CE"
              MOVE "CND ESTADUAL"     TO WD-DESCRICAO.
           IF DOC-TIPO = "FG"
              MOVE "CRF FGTS"         TO WD-DESCRICAO.
           IF DOC-TIPO = "RC"
              MOVE "REGISTRO/CADAST." TO WD-DESCRICAO.
       R3-DESCRICAO-FIM.
                EXIT.
      *---------[ FECHAMENTO DO RELATORIO ]----------------------------
       R4-FINAL.
           IF W-QTD-DOCS = ZEROS
              MOVE "(NENHUM DOCUMENTO VENCIDO OU A VENCER EM 30 DIAS)"
                TO REG-RELDOC
              WRITE REG-RELDOC.
           WRITE REG-RELDOC FROM W-LINBRANCO
           MOVE W-QTD-DOCS     TO WR-DOCS
           MOVE W-QTD-VENCIDOS TO WR-VENCIDOS
           MOVE W-QTD-AVENCER  TO WR-AVENCER
           MOVE W-QTD-BLOQ     TO WR-BLOQ
           WRITE REG-RELDOC FROM W-LINRESUMO
           WRITE REG-RELDOC FROM W-LINRESUMO2
           WRITE REG-RELDOC FROM W-LINRESUMO3
           WRITE REG-RELDOC FROM W-LINRESUMO4
           IF W-QTD-BLOQ NOT = ZEROS
              MOVE "OBRIGATORIO VENCIDO SEGURA O PAGAMENTO NO SCE007"
                TO REG-RELDOC
              WRITE REG-RELDOC.
           DISPLAY "RELATORIO GRAVADO EM RELDOC.LST - DOCUMENTOS: "
                   W-QTD-DOCS
           MOVE "0" TO LOT-RETORNO.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQDOC RELDOC.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
