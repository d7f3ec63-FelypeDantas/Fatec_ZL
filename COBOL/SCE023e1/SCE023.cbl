       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE023.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ******************************
      * REMESSAS SEM RETORNO       *
      ******************************
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
           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    ALTERNATE RECORD KEY IS TIT-VENCIMENTO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT ARQRMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMS-SEQ
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT ARQRMI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMI-CHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT RELPEN ASSIGN TO DISK
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
       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".
       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-CODIGO            PIC 9(06).
             05 TIT-NF                PIC X(10).
             05 TIT-PARCELA           PIC 9(02).
          03 TIT-EMISSAO              PIC 9(08).
          03 TIT-VENCIMENTO           PIC 9(08).
          03 TIT-VALOR                PIC 9(11)V99.
          03 TIT-VALOR-PAGO           PIC 9(11)V99.
          03 TIT-IRRF                 PIC 9(09)V99.
          03 TIT-INSS                 PIC 9(09)V99.
          03 TIT-PEDIDO               PIC 9(06).
          03 TIT-DESCRICAO            PIC X(30).
          03 TIT-SITUACAO             PIC X(01).
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
       FD RELPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPEN.LST".
       01 REG-RELPEN                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-TEM-REG      PIC X(01) VALUE "N".
       01 W-DATA-SIS.
          03 W-DATA-AA   PIC 9(02).
          03 W-DATA-MM   PIC 9(02).
          03 W-DATA-DD   PIC 9(02).

      *----------PRAZO SEM RETORNO-------------------------------------
      * SO ENTRA NO RELATORIO O TITULO AINDA "R" NO ARQTIT CUJO ITEM
      * DE REMESSA NAO FOI BAIXADO NEM REJEITADO E CUJA REMESSA TEM
      * MAIS DIAS QUE O PRAZO INFORMADO
       01 W-DIAS         PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-INT     PIC 9(07) VALUE ZEROS.
       01 W-REM-INT      PIC 9(07) VALUE ZEROS.
       01 W-DIAS-REM     PIC 9(05) VALUE ZEROS.

      *----------QUEBRA POR REMESSA------------------------------------
       01 W-REM-IMPRESSA PIC X(01) VALUE "N".
       01 W-REM-QTD      PIC 9(06) VALUE ZEROS.
       01 W-REM-VALOR    PIC 9(14)V99 VALUE ZEROS.
       01 W-QTD-REMESSAS PIC 9(06) VALUE ZEROS.
       01 W-QTD-TITULOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR    PIC 9(14)V99 VALUE ZEROS.

       01 W-CAB1.
          03 FILLER            PIC X(20) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "TITULOS REMETIDOS SEM RETORNO DO BANCO".

       01 W-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CAB2-DATA         PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(21) VALUE "REMETIDOS HA MAIS DE".
          03 CAB2-DIAS         PIC ZZ9.
          03 FILLER            PIC X(05) VALUE " DIAS".

       01 W-CAB3.
          03 FILLER            PIC X(07) VALUE "CODIGO".
          03 FILLER            PIC X(31) VALUE "FORNECEDOR".
          03 FILLER            PIC X(11) VALUE "NOTA FISCAL".
          03 FILLER            PIC X(04) VALUE "PC".
          03 FILLER            PIC X(11) VALUE "VENCIMENTO".
          03 FILLER            PIC X(04) VALUE "SG".
          03 FILLER            PIC X(18) VALUE "VALOR REMETIDO".

       01 W-LINREMESSA.
          03 FILLER            PIC X(08) VALUE "REMESSA:".
          03 WM-SEQ            PIC 9(06).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 FILLER            PIC X(07) VALUE "DATA:".
          03 WM-DATA           PIC 9(08).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 FILLER            PIC X(06) VALUE "DIAS:".
          03 WM-DIAS           PIC ZZ.ZZ9.
          03 FILLER            PIC X(03) VALUE SPACES.
          03 FILLER            PIC X(10) VALUE "OPERADOR:".
          03 WM-OPERADOR       PIC X(08).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 WM-SITUACAO       PIC X(30).

       01 W-LINDET.
          03 WD-CODIGO         PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-NOME           PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-NF             PIC X(10).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 WD-PARC           PIC 9(02).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WD-VENC           PIC 9(08).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 WD-SEGMENTO       PIC X(01).
          03 FILLER            PIC X(03) VALUE SPACES.
          03 WD-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINSUBTOT.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "TITULOS/VALOR.:".
          03 WS-QTD            PIC ZZZ.ZZ9.
          03 FILLER            PIC X(02) VALUE SPACES.
          03 WS-VALOR          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "REMESSAS......:".
          03 WR-REMESSAS       PIC ZZZ.ZZ9.

       01 W-LINRESUMO2.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "TITULOS.......:".
          03 WR-TITULOS        PIC ZZZ.ZZ9.

       01 W-LINRESUMO3.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(20) VALUE "VALOR PENDENTE:".
          03 WR-VALOR          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           OPEN INPUT ARQTIT
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQTIT - STATUS "
                      ST-ERRO2
              CLOSE ARQFOR
              GO TO ROT-FIM.
       R0A2.
           OPEN INPUT ARQRMS
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR "35"
                 DISPLAY "AVISO: ARQRMS.DAT AINDA NAO EXISTE - "
                         "NENHUMA REMESSA REGISTRADA"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRMS - "
                         "STATUS " ST-ERRO4
                 CLOSE ARQFOR ARQTIT
                 GO TO ROT-FIM.
       R0A3.
           OPEN INPUT ARQRMI
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 MOVE "30" TO ST-ERRO4
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRMI - "
                         "STATUS " ST-ERRO5
                 CLOSE ARQFOR ARQTIT ARQRMS
                 GO TO ROT-FIM.
       R0B.
           OPEN OUTPUT RELPEN
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPEN - STATUS "
                      ST-ERRO3
              CLOSE ARQFOR ARQTIT ARQRMS ARQRMI
              GO TO ROT-FIM.
      *------------- PARAMETRO DO PRAZO ---------------------
       R1.
           DISPLAY "DIAS SEM RETORNO (MINIMO): "
           ACCEPT W-DIAS.
      *------------- CABECALHOS -----------------------------
       R1A.
           ACCEPT W-DATA-SIS FROM DATE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-INT = FUNCTION INTEGER-OF-DATE (W-HOJE)
           MOVE W-DATA-SIS TO CAB2-DATA
           MOVE W-DIAS     TO CAB2-DIAS
           WRITE REG-RELPEN FROM W-CAB1
           WRITE REG-RELPEN FROM W-CAB2
           WRITE REG-RELPEN FROM W-LINBRANCO
           WRITE REG-RELPEN FROM W-CAB3.
      *------------- VARREDURA DAS REMESSAS -----------------
      * AS REMESSAS SAO LIDAS NA ORDEM DO SEQUENCIAL E OS ITENS DE
      * CADA UMA PELA CHAVE (SEQ+TITULO) - A QUEBRA POR REMESSA SAI
      * SEM CLASSIFICACAO. REMESSA COM RETORNO JA PROCESSADO TAMBEM E
      * LIDA: O BANCO PODE TER DEIXADO TITULOS FORA DO RETORNO
       R2.
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS TO W-QTD-REMESSAS W-QTD-TITULOS W-TOT-VALOR
           MOVE "N" TO W-TEM-REG
           IF ST-ERRO4 = "30" OR "35"
              MOVE "Y" TO W-FIM-ARQ
              GO TO R2-LOOP.
           MOVE ZEROS TO RMS-SEQ
           START ARQRMS KEY IS NOT LESS RMS-SEQ
           IF ST-ERRO4 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R2-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R4-FINAL.
           READ ARQRMS NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 PERFORM R2-TRATA-REMESSA THRU R2-TRATA-REMESSA-FIM
           END-READ
           GO TO R2-LOOP.
      *---------[ TRATA UMA REMESSA DO REGISTRO ]----------------------
       R2-TRATA-REMESSA.
           COMPUTE W-REM-INT = FUNCTION INTEGER-OF-DATE (RMS-DATA)
           IF W-REM-INT > W-HOJE-INT
              GO TO R2-TRATA-REMESSA-FIM.
           COMPUTE W-DIAS-REM = W-HOJE-INT - W-REM-INT
           IF W-DIAS-REM NOT > W-DIAS
              GO TO R2-TRATA-REMESSA-FIM.
           MOVE "N"   TO W-REM-IMPRESSA
           MOVE ZEROS TO W-REM-QTD W-REM-VALOR
           MOVE RMS-SEQ TO RMI-SEQ
           MOVE ZEROS   TO RMI-CODIGO RMI-PARCELA
           MOVE SPACES  TO RMI-NF
           START ARQRMI KEY IS NOT LESS RMI-CHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO R2-TRATA-REMESSA-FIM.
       R2-ITEM-LOOP.
           READ ARQRMI NEXT RECORD
           IF ST-ERRO5 NOT = "00"
              GO TO R2-FECHA-REMESSA.
           IF RMI-SEQ NOT = RMS-SEQ
              GO TO R2-FECHA-REMESSA.
           IF RMI-SITUACAO = "R"
              PERFORM R3-TRATA-ITEM THRU R3-TRATA-ITEM-FIM.
           GO TO R2-ITEM-LOOP.
       R2-FECHA-REMESSA.
           IF W-REM-IMPRESSA = "S"
              MOVE W-REM-QTD   TO WS-QTD
              MOVE W-REM-VALOR TO WS-VALOR
              WRITE REG-RELPEN FROM W-LINSUBTOT
              WRITE REG-RELPEN FROM W-LINBRANCO
              ADD 1 TO W-QTD-REMESSAS.
       R2-TRATA-REMESSA-FIM.
                EXIT.
      *---------[ TRATA UM TITULO DA REMESSA ]-------------------------
       R3-TRATA-ITEM.
           MOVE RMI-TITULO TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO2 NOT = "00"
              GO TO R3-TRATA-ITEM-FIM.
           IF TIT-SITUACAO NOT = "R"
              GO TO R3-TRATA-ITEM-FIM.
           IF W-REM-IMPRESSA = "N"
              PERFORM R5-IMPRIME-REMESSA THRU R5-IMPRIME-REMESSA-FIM.
           MOVE RMI-CODIGO  TO WD-CODIGO
           MOVE SPACES      TO WD-NOME
           MOVE RMI-CODIGO  TO FOR-CODIGO
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-NOME TO WD-NOME
           ELSE
              MOVE "(FORNECEDOR NAO CADASTRADO)" TO WD-NOME.
           MOVE RMI-NF         TO WD-NF
           MOVE RMI-PARCELA    TO WD-PARC
           MOVE TIT-VENCIMENTO TO WD-VENC
           MOVE RMI-SEGMENTO   TO WD-SEGMENTO
           MOVE RMI-VALOR      TO WD-VALOR
           WRITE REG-RELPEN FROM W-LINDET
           ADD 1 TO W-REM-QTD W-QTD-TITULOS
           ADD RMI-VALOR TO W-REM-VALOR W-TOT-VALOR
           MOVE "S" TO W-TEM-REG.
       R3-TRATA-ITEM-FIM.
                EXIT.
      *---------[ CABECALHO DA REMESSA - NO PRIMEIRO TITULO ]----------
       R5-IMPRIME-REMESSA.
           MOVE RMS-SEQ      TO WM-SEQ
           MOVE RMS-DATA     TO WM-DATA
           MOVE W-DIAS-REM   TO WM-DIAS
           MOVE RMS-OPERADOR TO WM-OPERADOR
           IF RMS-SITUACAO = "P"
              MOVE "RETORNO PROCESSADO - FALTARAM" TO WM-SITUACAO
           ELSE
              MOVE "SEM ARQUIVO DE RETORNO"        TO WM-SITUACAO.
           WRITE REG-RELPEN FROM W-LINREMESSA
           MOVE "S" TO W-REM-IMPRESSA.
       R5-IMPRIME-REMESSA-FIM.
                EXIT.
      *---------[ FECHAMENTO DO RELATORIO ]----------------------------
       R4-FINAL.
           IF W-TEM-REG = "N"
              MOVE "(NENHUM TITULO PENDENTE DE RETORNO NO PRAZO)"
                                                      TO REG-RELPEN
              WRITE REG-RELPEN
              WRITE REG-RELPEN FROM W-LINBRANCO.
           MOVE W-QTD-REMESSAS TO WR-REMESSAS
           MOVE W-QTD-TITULOS  TO WR-TITULOS
           MOVE W-TOT-VALOR    TO WR-VALOR
           WRITE REG-RELPEN FROM W-LINRESUMO
           WRITE REG-RELPEN FROM W-LINRESUMO2
           WRITE REG-RELPEN FROM W-LINRESUMO3
           DISPLAY "RELATORIO GRAVADO EM RELPEN.LST - TITULOS: "
                   W-QTD-TITULOS.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQTIT ARQRMS ARQRMI RELPEN.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
