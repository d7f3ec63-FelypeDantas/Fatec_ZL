       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE031.
      *AUTHOR. FELYPE DANTAS DOS SANTOS.
      ***************************************
      * INFORME ANUAL DE RENDIMENTOS E      *
      * RETENCOES - FORNECEDOR PESSOA FISICA*
      ***************************************
      *----------------------------------------------------------------
      * GERA, PARA O ANO-CALENDARIO INFORMADO:
      *   RELINF.LST  - COMPROVANTE DE RENDIMENTOS PAGOS E RETENCOES
      *                 (IRRF/INSS) POR FORNECEDOR PESSOA FISICA,
      *                 MES A MES
      *   INFaaaa.TXT - ARQUIVO PARA A DECLARACAO DE RETENCOES, UM
      *                 REGISTRO POR BENEFICIARIO E MES
      *   RELINC.LST  - CONTROLE QUE CONFRONTA, MES A MES, O TOTAL
      *                 RETIDO COM O DAS DOZE EXECUCOES DO SCE016
      * A REGRA DE COMPETENCIA E A MESMA DO SCE016: A PARCELA ENTRA NO
      * MES DO PRIMEIRO PAGAMENTO REGISTRADO NO ARQPGH.
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
           SELECT ARQPGH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PGH-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT ARQCTT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTT-CHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT RELINF ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *
           SELECT ARQINF ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO6.
      *
           SELECT RELINC ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO7.
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
       FD ARQPGH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPGH.DAT".
       01 REGPGH.
          03 PGH-CHAVE.
             05 PGH-CODIGO            PIC 9(06).
             05 PGH-NF                PIC X(10).
             05 PGH-PARCELA           PIC 9(02).
             05 PGH-SEQ               PIC 9(02).
          03 PGH-DATA-PGTO            PIC 9(08).
          03 PGH-VALOR                PIC 9(13)V99.
          03 PGH-OCORRENCIA           PIC X(02).
      *-----------------------------------------------------------------
       FD ARQCTT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTT.DAT".
       01 REGCTT.
          03 CTT-CHAVE.
             05 CTT-CODIGO            PIC 9(06).
             05 CTT-SEQ               PIC 9(02).
          03 CTT-TIPO                 PIC X(01).
          03 CTT-NOME                 PIC X(30).
          03 CTT-TELEFONE             PIC 9(11).
          03 CTT-EMAIL                PIC X(33).
          03 CTT-CEP                  PIC 9(08).
          03 CTT-LOGRADOURO           PIC X(24).
          03 CTT-NUMERO               PIC X(11).
          03 CTT-COMPLEMENTO          PIC X(24).
          03 CTT-BAIRRO               PIC X(40).
          03 CTT-CIDADE               PIC X(24).
          03 CTT-ESTADO               PIC X(02).
      *-----------------------------------------------------------------
       FD RELINF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINF.LST".
       01 REG-RELINF                 PIC X(132).
      *-----------------------------------------------------------------
       FD ARQINF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-INF-NOME.
       01 REG-INF                    PIC X(120).
      *-----------------------------------------------------------------
       FD RELINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINC.LST".
       01 REG-RELINC                 PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-FIM-CTT      PIC X(01) VALUE "N".
       01 W-CTT-ARQ      PIC X(01) VALUE "S".
       01 W-ANO          PIC 9(04) VALUE ZEROS.
       01 W-MES          PIC 9(02) VALUE ZEROS.
       01 W-INF-NOME     PIC X(11) VALUE SPACES.
       01 W-DATA-SIS.
          03 W-DATA-AA   PIC 9(02).
          03 W-DATA-MM   PIC 9(02).
          03 W-DATA-DD   PIC 9(02).
       01 W-DATA8        PIC 9(08) VALUE ZEROS.

      *----------DADOS DA FONTE PAGADORA-------------------------------
       01 W-NOME-EMPRESA PIC X(30) VALUE "FATEC ZONA LESTE COMERCIAL".
       01 W-INSC-EMPRESA PIC 9(14) VALUE 45123174000111.

      *----------QUEBRA POR FORNECEDOR E POR PARCELA-------------------
       01 W-COD-ANT      PIC 9(06) VALUE ZEROS.
       01 W-CHV-ANT      PIC X(18) VALUE SPACES.
      * W-FOR-CAD: FORNECEDOR CORRENTE ENCONTRADO NO ARQFOR
      * W-FOR-PF : FORNECEDOR CORRENTE E PESSOA FISICA
      * W-FOR-TEM: HOUVE PAGAMENTO NO ANO PARA O FORNECEDOR PF
      * W-FOR-AVISO: EXCECAO DO FORNECEDOR JA LISTADA NO CONTROLE
       01 W-FOR-CAD      PIC X(01) VALUE "N".
       01 W-FOR-PF       PIC X(01) VALUE "N".
       01 W-FOR-TEM      PIC X(01) VALUE "N".
       01 W-FOR-AVISO    PIC X(01) VALUE "N".

      *----------VALORES DO FORNECEDOR NO ANO, MES A MES---------------
       01 W-TAB-FOR.
          03 W-FOR-MES OCCURS 12 TIMES.
             05 W-FM-BRUTO     PIC 9(13)V99.
             05 W-FM-IRRF      PIC 9(11)V99.
             05 W-FM-INSS      PIC 9(11)V99.
       01 W-FOR-BRUTO    PIC 9(13)V99 VALUE ZEROS.
       01 W-FOR-IRRF     PIC 9(11)V99 VALUE ZEROS.
       01 W-FOR-INSS     PIC 9(11)V99 VALUE ZEROS.

      *----------CONTROLE MENSAL: BASE SCE016 x INFORME----------------
      * CM-IRRF16/CM-INSS16 SEGUEM A MESMA SELECAO DO SCE016 (TODOS OS
      * FORNECEDORES COM RETENCAO); CM-IRRF/CM-INSS SO OS VALORES QUE
      * ENTRARAM NO INFORME DE PESSOA FISICA
       01 W-TAB-CTL.
          03 W-CTL-MES OCCURS 12 TIMES.
             05 W-CM-IRRF16    PIC 9(13)V99.
             05 W-CM-INSS16    PIC 9(13)V99.
             05 W-CM-BRUTO     PIC 9(15)V99.
             05 W-CM-IRRF      PIC 9(13)V99.
             05 W-CM-INSS      PIC 9(13)V99.
       01 W-TOT-IRRF16   PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-INSS16   PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-IRRF     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-INSS     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-DIF      PIC S9(13)V99 VALUE ZEROS.
       01 W-QTD-BENEF    PIC 9(06) VALUE ZEROS.
       01 W-QTD-EXP      PIC 9(06) VALUE ZEROS.
       01 W-QTD-EXC      PIC 9(06) VALUE ZEROS.
       01 W-EXP-BENEF    PIC X(01) VALUE "N".
       01 W-QTD-BENEXP   PIC 9(06) VALUE ZEROS.
       01 W-EXP-BRUTO    PIC 9(15)V99 VALUE ZEROS.
       01 W-EXP-IRRF     PIC 9(13)V99 VALUE ZEROS.
       01 W-EXP-INSS     PIC 9(13)V99 VALUE ZEROS.

      *----------ENDERECAMENTO DO COMPROVANTE--------------------------
       01 W-END-LOGRADOURO   PIC X(24) VALUE SPACES.
       01 W-END-NUMERO       PIC X(11) VALUE SPACES.
       01 W-END-COMPLEMENTO  PIC X(24) VALUE SPACES.
       01 W-END-BAIRRO       PIC X(40) VALUE SPACES.
       01 W-END-CIDADE       PIC X(24) VALUE SPACES.
       01 W-END-ESTADO       PIC X(02) VALUE SPACES.
       01 W-END-CEP          PIC 9(08) VALUE ZEROS.
       01 W-END-CONTATO      PIC X(32) VALUE SPACES.
       01 W-ACHOU-END        PIC X(01) VALUE "N".
       01 W-ACHOU-CTT        PIC X(01) VALUE "N".

      *----------ARQUIVO DA DECLARACAO (INFaaaa.TXT)-------------------
       01 W-EXP-HEADER.
          03 EXH-TIPO          PIC X(01) VALUE "0".
          03 EXH-ANO           PIC 9(04).
          03 EXH-CNPJ          PIC 9(14).
          03 EXH-NOME          PIC X(30).
          03 EXH-DATA          PIC 9(08).
          03 FILLER            PIC X(63) VALUE SPACES.

       01 W-EXP-DETALHE.
          03 EXD-TIPO          PIC X(01) VALUE "1".
          03 EXD-ANO           PIC 9(04).
          03 EXD-MES           PIC 9(02).
          03 EXD-CPF           PIC 9(11).
          03 EXD-NOME          PIC X(30).
          03 EXD-CODIGO        PIC 9(06).
          03 EXD-BRUTO         PIC 9(13)V99.
          03 EXD-IRRF          PIC 9(11)V99.
          03 EXD-INSS          PIC 9(11)V99.
          03 FILLER            PIC X(25) VALUE SPACES.

       01 W-EXP-TRAILER.
          03 EXT-TIPO          PIC X(01) VALUE "9".
          03 EXT-QTD-BENEF     PIC 9(06).
          03 EXT-QTD-REG       PIC 9(06).
          03 EXT-BRUTO         PIC 9(15)V99.
          03 EXT-IRRF          PIC 9(13)V99.
          03 EXT-INSS          PIC 9(13)V99.
          03 FILLER            PIC X(60) VALUE SPACES.

      *----------LINHAS DO COMPROVANTE (RELINF.LST)--------------------
       01 W-LINSEP             PIC X(90) VALUE ALL "-".
       01 W-LINBRANCO          PIC X(01) VALUE SPACES.

       01 W-INF-CAB1.
          03 FILLER            PIC X(10) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "COMPROVANTE ANUAL DE RENDIMENTOS PAGOS E".
          03 FILLER            PIC X(30)
             VALUE " DE RETENCOES NA FONTE".

       01 W-INF-CAB2.
          03 FILLER            PIC X(16) VALUE "ANO-CALENDARIO:".
          03 CI2-ANO           PIC 9(04).
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(09) VALUE "EMISSAO:".
          03 CI2-DATA          PIC 99/99/99.

       01 W-INF-FONTE.
          03 FILLER            PIC X(16) VALUE "FONTE PAGADORA:".
          03 CIF-NOME          PIC X(30).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 FILLER            PIC X(06) VALUE "CNPJ:".
          03 CIF-CNPJ          PIC 9(14).

       01 W-INF-BENEF.
          03 FILLER            PIC X(16) VALUE "BENEFICIARIO..:".
          03 CIB-CODIGO        PIC 9(06).
          03 FILLER            PIC X(03) VALUE " - ".
          03 CIB-NOME          PIC X(30).
          03 FILLER            PIC X(02) VALUE SPACES.
          03 FILLER            PIC X(06) VALUE "CPF:".
          03 CIB-CPF           PIC 9(11).

       01 W-INF-END1.
          03 FILLER            PIC X(16) VALUE "ENDERECO......:".
          03 CIE-LOGRADOURO    PIC X(24).
          03 FILLER            PIC X(02) VALUE ", ".
          03 CIE-NUMERO        PIC X(11).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 CIE-COMPLEMENTO   PIC X(24).

       01 W-INF-END2.
          03 FILLER            PIC X(16) VALUE SPACES.
          03 CIE-BAIRRO        PIC X(40).

       01 W-INF-END3.
          03 FILLER            PIC X(16) VALUE SPACES.
          03 CIE-CIDADE        PIC X(24).
          03 FILLER            PIC X(03) VALUE " - ".
          03 CIE-ESTADO        PIC X(02).
          03 FILLER            PIC X(08) VALUE "   CEP: ".
          03 CIE-CEP           PIC 99999B999.

       01 W-INF-AC.
          03 FILLER            PIC X(16) VALUE "A/C...........:".
          03 CIA-CONTATO       PIC X(32).

       01 W-INF-CABMES.
          03 FILLER            PIC X(10) VALUE "MES/ANO".
          03 FILLER            PIC X(20) VALUE "    RENDIMENTO BRUTO".
          03 FILLER            PIC X(20) VALUE "         IRRF RETIDO".
          03 FILLER            PIC X(20) VALUE "         INSS RETIDO".

       01 W-INF-LINMES.
          03 CIM-MES           PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 CIM-ANO           PIC 9(04).
          03 FILLER            PIC X(06) VALUE SPACES.
          03 CIM-BRUTO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(03) VALUE SPACES.
          03 CIM-IRRF          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(03) VALUE SPACES.
          03 CIM-INSS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-INF-LINTOT.
          03 FILLER            PIC X(13) VALUE "TOTAL ANO".
          03 CIT-BRUTO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(03) VALUE SPACES.
          03 CIT-IRRF          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER            PIC X(03) VALUE SPACES.
          03 CIT-INSS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *----------LINHAS DO CONTROLE (RELINC.LST)-----------------------
       01 W-CTL-CAB1.
          03 FILLER            PIC X(10) VALUE SPACES.
          03 FILLER            PIC X(40)
             VALUE "CONTROLE DO INFORME ANUAL x RETENCOES ME".
          03 FILLER            PIC X(20)
             VALUE "NSAIS (SCE016)".

       01 W-CTL-CAB2.
          03 FILLER            PIC X(05) VALUE "DATA:".
          03 CC2-DATA          PIC 99/99/99.
          03 FILLER            PIC X(05) VALUE SPACES.
          03 FILLER            PIC X(16) VALUE "ANO-CALENDARIO:".
          03 CC2-ANO           PIC 9(04).

       01 W-CTL-CABEXC.
          03 FILLER            PIC X(40)
             VALUE "EXCECOES (RETENCAO FORA DO INFORME OU DA".
          03 FILLER            PIC X(20) VALUE " EXPORTACAO)".

       01 W-CTL-LINEXC.
          03 FILLER            PIC X(11) VALUE "FORNECEDOR ".
          03 CCE-CODIGO        PIC 9(06).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 CCE-NOME          PIC X(30).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 CCE-MOTIVO        PIC X(50).

       01 W-CTL-CABMES.
          03 FILLER            PIC X(08) VALUE "MES".
          03 FILLER            PIC X(20) VALUE "         IRRF SCE016".
          03 FILLER            PIC X(20) VALUE "         INSS SCE016".
          03 FILLER            PIC X(20) VALUE "        IRRF INFORME".
          03 FILLER            PIC X(20) VALUE "        INSS INFORME".
          03 FILLER            PIC X(20) VALUE "           DIFERENCA".

       01 W-CTL-LINMES.
          03 CCM-MES           PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 CCM-ANO           PIC 9(04).
          03 FILLER            PIC X(01) VALUE SPACES.
          03 CCM-IRRF16        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 CCM-INSS16        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 CCM-IRRF          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 CCM-INSS          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 CCM-DIF           PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINRESUMO.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "BENEFICIARIOS PF.....:".
          03 WR-BENEF          PIC ZZZ.ZZ9.

       01 W-LINRESUMO2.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "REGISTROS EXPORTADOS.:".
          03 WR-EXP            PIC ZZZ.ZZ9.

       01 W-LINRESUMO3.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "RENDIMENTO EXPORTADO.:".
          03 WR-BRUTO          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 W-LINRESUMO4.
          03 FILLER            PIC X(30) VALUE SPACES.
          03 FILLER            PIC X(25) VALUE "EXCECOES.............:".
          03 WR-EXC            PIC ZZZ.ZZ9.
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
           OPEN INPUT ARQPGH
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 DISPLAY "AVISO: ARQPGH.DAT AINDA NAO EXISTE - "
                         "NENHUM PAGAMENTO REGISTRADO"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPGH - "
                         "STATUS " ST-ERRO4
                 CLOSE ARQFOR ARQTIT
                 GO TO ROT-FIM.
       R0A3.
           OPEN INPUT ARQCTT
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
                 MOVE "N" TO W-CTT-ARQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCTT - "
                         "STATUS " ST-ERRO5
                 CLOSE ARQFOR ARQTIT ARQPGH
                 GO TO ROT-FIM.
       R0B.
           OPEN OUTPUT RELINF
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINF - STATUS "
                      ST-ERRO3
              CLOSE ARQFOR ARQTIT ARQPGH ARQCTT
              GO TO ROT-FIM.
       R0C.
           OPEN OUTPUT RELINC
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINC - STATUS "
                      ST-ERRO7
              CLOSE ARQFOR ARQTIT ARQPGH ARQCTT RELINF
              GO TO ROT-FIM.
      *------------- PARAMETRO DO ANO-CALENDARIO ------------
       R1.
           ACCEPT W-DATA8 FROM DATE YYYYMMDD
           DISPLAY "ANO-CALENDARIO (AAAA, 0=ANO ANTERIOR): "
           ACCEPT W-ANO
           IF W-ANO = ZEROS
              MOVE W-DATA8 (1:4) TO W-ANO
              SUBTRACT 1 FROM W-ANO.
           IF W-ANO < 2000 OR W-ANO > W-DATA8 (1:4)
              DISPLAY "ANO-CALENDARIO INVALIDO"
              GO TO R1.
      *------------- ARQUIVO DA DECLARACAO -----------------
       R1A.
           MOVE SPACES TO W-INF-NOME
           STRING "INF" W-ANO ".TXT" DELIMITED BY SIZE
                  INTO W-INF-NOME
           OPEN OUTPUT ARQINF
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO " W-INF-NOME
                      " - STATUS " ST-ERRO6
              CLOSE ARQFOR ARQTIT ARQPGH ARQCTT RELINF RELINC
              GO TO ROT-FIM.
           MOVE W-ANO          TO EXH-ANO
           MOVE W-INSC-EMPRESA TO EXH-CNPJ
           MOVE W-NOME-EMPRESA TO EXH-NOME
           MOVE W-DATA8        TO EXH-DATA
           WRITE REG-INF FROM W-EXP-HEADER.
      *------------- CABECALHOS -----------------------------
       R1B.
           ACCEPT W-DATA-SIS FROM DATE
           MOVE W-DATA-SIS TO CC2-DATA CI2-DATA
           MOVE W-ANO      TO CC2-ANO CI2-ANO
           WRITE REG-RELINC FROM W-CTL-CAB1
           WRITE REG-RELINC FROM W-CTL-CAB2
           WRITE REG-RELINC FROM W-LINBRANCO
           WRITE REG-RELINC FROM W-CTL-CABEXC.
      *------------- VARREDURA DOS PAGAMENTOS ---------------
      * MESMA LEITURA DO SCE016: HISTORICO NA ORDEM DA CHAVE, SO O
      * PRIMEIRO PAGAMENTO DE CADA PARCELA, VALORES BUSCADOS NO TITULO.
      * O RENDIMENTO BRUTO E O VALOR DO TITULO (ANTES DAS RETENCOES).
       R2.
           MOVE "N" TO W-FIM-ARQ
           MOVE ZEROS  TO W-COD-ANT W-TAB-CTL W-TAB-FOR
           MOVE SPACES TO W-CHV-ANT
           IF ST-ERRO4 = "30"
              MOVE "Y" TO W-FIM-ARQ
              GO TO R2-LOOP.
           MOVE ZEROS  TO PGH-CODIGO PGH-PARCELA PGH-SEQ
           MOVE SPACES TO PGH-NF
           START ARQPGH KEY IS NOT LESS PGH-CHAVE
           IF ST-ERRO4 NOT = "00"
              MOVE "Y" TO W-FIM-ARQ.
       R2-LOOP.
           IF W-FIM-ARQ = "Y"
              GO TO R4-FINAL.
           READ ARQPGH NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-ARQ
              NOT AT END
                 PERFORM R2-TRATA-PAGTO THRU R2-TRATA-PAGTO-FIM
           END-READ
           GO TO R2-LOOP.
      *---------[ TRATA UM PAGAMENTO DO HISTORICO ]--------------------
       R2-TRATA-PAGTO.
           IF PGH-CHAVE (1:18) = W-CHV-ANT
              GO TO R2-TRATA-PAGTO-FIM.
           MOVE PGH-CHAVE (1:18) TO W-CHV-ANT
           IF PGH-DATA-PGTO (1:4) NOT = W-ANO
              GO TO R2-TRATA-PAGTO-FIM.
           MOVE PGH-CODIGO  TO TIT-CODIGO
           MOVE PGH-NF      TO TIT-NF
           MOVE PGH-PARCELA TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO2 NOT = "00"
              GO TO R2-TRATA-PAGTO-FIM.
           IF PGH-CODIGO NOT = W-COD-ANT
              PERFORM R3-QUEBRA THRU R3-QUEBRA-FIM
              PERFORM R3-NOVO-FORN THRU R3-NOVO-FORN-FIM.
           MOVE PGH-DATA-PGTO (5:2) TO W-MES
           IF TIT-IRRF > ZEROS OR TIT-INSS > ZEROS
              ADD TIT-IRRF TO W-CM-IRRF16 (W-MES)
              ADD TIT-INSS TO W-CM-INSS16 (W-MES).
           IF W-FOR-PF = "S"
              ADD TIT-VALOR TO W-FM-BRUTO (W-MES)
              ADD TIT-IRRF  TO W-FM-IRRF (W-MES)
              ADD TIT-INSS  TO W-FM-INSS (W-MES)
              MOVE "S" TO W-FOR-TEM
              GO TO R2-TRATA-PAGTO-FIM.
           IF TIT-IRRF = ZEROS AND TIT-INSS = ZEROS
              GO TO R2-TRATA-PAGTO-FIM.
           IF W-FOR-AVISO = "S"
              GO TO R2-TRATA-PAGTO-FIM.
           MOVE "S" TO W-FOR-AVISO
           MOVE PGH-CODIGO TO CCE-CODIGO
           IF W-FOR-CAD = "S"
              MOVE FOR-NOME TO CCE-NOME
              MOVE "PESSOA JURIDICA COM RETENCAO - FORA DO INFORME"
                TO CCE-MOTIVO
           ELSE
              MOVE "(NAO CADASTRADO)" TO CCE-NOME
              MOVE "NAO CADASTRADO - RETENCAO FORA DO INFORME"
                TO CCE-MOTIVO
           END-IF
           PERFORM R8-GRAVA-EXCECAO THRU R8-GRAVA-EXCECAO-FIM.
       R2-TRATA-PAGTO-FIM.
                EXIT.
      *---------[ NOVO FORNECEDOR NA LEITURA ]-------------------------
       R3-NOVO-FORN.
           MOVE PGH-CODIGO TO W-COD-ANT FOR-CODIGO
           MOVE "N" TO W-FOR-CAD W-FOR-PF W-FOR-TEM W-FOR-AVISO
           MOVE ZEROS TO W-TAB-FOR
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              GO TO R3-NOVO-FORN-FIM.
           MOVE "S" TO W-FOR-CAD
           IF FOR-TIPOCLIENTE = "F"
              MOVE "S" TO W-FOR-PF.
       R3-NOVO-FORN-FIM.
                EXIT.
      *---------[ QUEBRA DE FORNECEDOR - FECHA O ANTERIOR ]------------
      * REGFOR AINDA CONTEM O FORNECEDOR W-COD-ANT NESTE PONTO
       R3-QUEBRA.
           IF W-COD-ANT = ZEROS
              GO TO R3-QUEBRA-FIM.
           IF W-FOR-TEM = "N"
              GO TO R3-QUEBRA-FIM.
           ADD 1 TO W-QTD-BENEF
           PERFORM R5-COMPROVANTE THRU R5-COMPROVANTE-FIM
           PERFORM R7-EXPORTA THRU R7-EXPORTA-FIM.
       R3-QUEBRA-FIM.
                EXIT.
      *---------[ COMPROVANTE DO FORNECEDOR PESSOA FISICA ]------------
       R5-COMPROVANTE.
           PERFORM R6-ENDERECO THRU R6-ENDERECO-FIM
           MOVE W-NOME-EMPRESA    TO CIF-NOME
           MOVE W-INSC-EMPRESA    TO CIF-CNPJ
           MOVE FOR-CODIGO        TO CIB-CODIGO
           MOVE FOR-NOME          TO CIB-NOME
           MOVE FOR-CPF           TO CIB-CPF
           MOVE W-END-LOGRADOURO  TO CIE-LOGRADOURO
           MOVE W-END-NUMERO      TO CIE-NUMERO
           MOVE W-END-COMPLEMENTO TO CIE-COMPLEMENTO
           MOVE W-END-BAIRRO      TO CIE-BAIRRO
           MOVE W-END-CIDADE      TO CIE-CIDADE
           MOVE W-END-ESTADO      TO CIE-ESTADO
           MOVE W-END-CEP         TO CIE-CEP
           MOVE W-END-CONTATO     TO CIA-CONTATO
           WRITE REG-RELINF FROM W-LINSEP
           WRITE REG-RELINF FROM W-INF-CAB1
           WRITE REG-RELINF FROM W-INF-CAB2
           WRITE REG-RELINF FROM W-LINBRANCO
           WRITE REG-RELINF FROM W-INF-FONTE
           WRITE REG-RELINF FROM W-INF-BENEF
           WRITE REG-RELINF FROM W-INF-END1
           WRITE REG-RELINF FROM W-INF-END2
           WRITE REG-RELINF FROM W-INF-END3
           IF W-END-CONTATO NOT = SPACES
              WRITE REG-RELINF FROM W-INF-AC.
           WRITE REG-RELINF FROM W-LINBRANCO
           WRITE REG-RELINF FROM W-INF-CABMES
           MOVE ZEROS TO W-FOR-BRUTO W-FOR-IRRF W-FOR-INSS
           PERFORM R5-LINHA-MES THRU R5-LINHA-MES-FIM
                   VARYING W-MES FROM 1 BY 1 UNTIL W-MES > 12
           MOVE W-FOR-BRUTO TO CIT-BRUTO
           MOVE W-FOR-IRRF  TO CIT-IRRF
           MOVE W-FOR-INSS  TO CIT-INSS
           WRITE REG-RELINF FROM W-INF-LINTOT
           WRITE REG-RELINF FROM W-LINBRANCO.
       R5-COMPROVANTE-FIM.
                EXIT.
      *---------[ LINHA MENSAL DO COMPROVANTE ]------------------------
       R5-LINHA-MES.
           MOVE W-MES              TO CIM-MES
           MOVE W-ANO              TO CIM-ANO
           MOVE W-FM-BRUTO (W-MES) TO CIM-BRUTO
           MOVE W-FM-IRRF (W-MES)  TO CIM-IRRF
           MOVE W-FM-INSS (W-MES)  TO CIM-INSS
           WRITE REG-RELINF FROM W-INF-LINMES
           ADD W-FM-BRUTO (W-MES) TO W-FOR-BRUTO
           ADD W-FM-IRRF (W-MES)  TO W-FOR-IRRF
           ADD W-FM-INSS (W-MES)  TO W-FOR-INSS
           ADD W-FM-BRUTO (W-MES) TO W-CM-BRUTO (W-MES)
           ADD W-FM-IRRF (W-MES)  TO W-CM-IRRF (W-MES)
           ADD W-FM-INSS (W-MES)  TO W-CM-INSS (W-MES).
       R5-LINHA-MES-FIM.
                EXIT.
      *---------[ ENDERECO E CONTATO PARA O COMPROVANTE ]--------------
      * ENDERECO DO CADASTRO; SE ESTIVER EM BRANCO, O PRIMEIRO
      * ENDERECO DE ENTREGA (TIPO "E") DO ARQCTT. A/C: PRIMEIRO
      * CONTATO (TIPO "C") DO ARQCTT OU O CONTATO DO CADASTRO.
       R6-ENDERECO.
           MOVE FOR-LOGRADOURO  TO W-END-LOGRADOURO
           MOVE FOR-NUMERO      TO W-END-NUMERO
           MOVE FOR-COMPLEMENTO TO W-END-COMPLEMENTO
           MOVE FOR-BAIRRO      TO W-END-BAIRRO
           MOVE FOR-CIDADE      TO W-END-CIDADE
           MOVE FOR-ESTADO      TO W-END-ESTADO
           MOVE FOR-CEP         TO W-END-CEP
           MOVE FOR-CONTATO     TO W-END-CONTATO
           MOVE "N" TO W-ACHOU-END W-ACHOU-CTT
           IF FOR-LOGRADOURO NOT = SPACES
              MOVE "S" TO W-ACHOU-END.
           IF W-CTT-ARQ = "N"
              GO TO R6-ENDERECO-FIM.
           MOVE FOR-CODIGO TO CTT-CODIGO
           MOVE ZEROS      TO CTT-SEQ
           MOVE "N"        TO W-FIM-CTT
           START ARQCTT KEY IS NOT LESS CTT-CHAVE
           IF ST-ERRO5 NOT = "00"
              GO TO R6-ENDERECO-FIM.
       R6-LOOP.
           READ ARQCTT NEXT RECORD
              AT END
                 MOVE "Y" TO W-FIM-CTT
           END-READ
           IF W-FIM-CTT = "Y" OR CTT-CODIGO NOT = FOR-CODIGO
              GO TO R6-ENDERECO-FIM.
           IF CTT-TIPO = "E" AND W-ACHOU-END = "N"
                             AND CTT-LOGRADOURO NOT = SPACES
              MOVE CTT-LOGRADOURO  TO W-END-LOGRADOURO
              MOVE CTT-NUMERO      TO W-END-NUMERO
              MOVE CTT-COMPLEMENTO TO W-END-COMPLEMENTO
              MOVE CTT-BAIRRO      TO W-END-BAIRRO
              MOVE CTT-CIDADE      TO W-END-CIDADE
              MOVE CTT-ESTADO      TO W-END-ESTADO
              MOVE CTT-CEP         TO W-END-CEP
              MOVE "S" TO W-ACHOU-END.
           IF CTT-TIPO = "C" AND W-ACHOU-CTT = "N"
                             AND CTT-NOME NOT = SPACES
              MOVE CTT-NOME TO W-END-CONTATO
              MOVE "S" TO W-ACHOU-CTT.
           IF W-ACHOU-END = "S" AND W-ACHOU-CTT = "S"
              GO TO R6-ENDERECO-FIM.
           GO TO R6-LOOP.
       R6-ENDERECO-FIM.
                EXIT.
      *---------[ REGISTROS DA DECLARACAO DO BENEFICIARIO ]------------
      * UM REGISTRO POR MES COM VALOR; SEM CPF O BENEFICIARIO NAO
      * PODE SER DECLARADO E VAI PARA AS EXCECOES DO CONTROLE
       R7-EXPORTA.
           IF FOR-CPF = ZEROS
              MOVE FOR-CODIGO TO CCE-CODIGO
              MOVE FOR-NOME   TO CCE-NOME
              MOVE "PESSOA FISICA SEM CPF - FORA DA EXPORTACAO"
                TO CCE-MOTIVO
              PERFORM R8-GRAVA-EXCECAO THRU R8-GRAVA-EXCECAO-FIM
              GO TO R7-EXPORTA-FIM.
           MOVE "N" TO W-EXP-BENEF
           PERFORM R7-REGISTRO-MES THRU R7-REGISTRO-MES-FIM
                   VARYING W-MES FROM 1 BY 1 UNTIL W-MES > 12.
       R7-EXPORTA-FIM.
                EXIT.
      *---------[ REGISTRO MENSAL DA DECLARACAO ]----------------------
       R7-REGISTRO-MES.
           IF W-FM-BRUTO (W-MES) = ZEROS AND W-FM-IRRF (W-MES) = ZEROS
                                      AND W-FM-INSS (W-MES) = ZEROS
              GO TO R7-REGISTRO-MES-FIM.
           MOVE W-ANO              TO EXD-ANO
           MOVE W-MES              TO EXD-MES
           MOVE FOR-CPF            TO EXD-CPF
           MOVE FOR-NOME           TO EXD-NOME
           MOVE FOR-CODIGO         TO EXD-CODIGO
           MOVE W-FM-BRUTO (W-MES) TO EXD-BRUTO
           MOVE W-FM-IRRF (W-MES)  TO EXD-IRRF
           MOVE W-FM-INSS (W-MES)  TO EXD-INSS
           WRITE REG-INF FROM W-EXP-DETALHE
           ADD 1 TO W-QTD-EXP
           IF W-EXP-BENEF = "N"
              MOVE "S" TO W-EXP-BENEF
              ADD 1 TO W-QTD-BENEXP.
           ADD W-FM-BRUTO (W-MES) TO W-EXP-BRUTO
           ADD W-FM-IRRF (W-MES)  TO W-EXP-IRRF
           ADD W-FM-INSS (W-MES)  TO W-EXP-INSS.
       R7-REGISTRO-MES-FIM.
                EXIT.
      *---------[ LINHA DE EXCECAO NO CONTROLE ]-----------------------
       R8-GRAVA-EXCECAO.
           WRITE REG-RELINC FROM W-CTL-LINEXC
           ADD 1 TO W-QTD-EXC.
       R8-GRAVA-EXCECAO-FIM.
                EXIT.
      *---------[ FECHAMENTO - TRAILER E CONTROLE MENSAL ]-------------
       R4-FINAL.
           PERFORM R3-QUEBRA THRU R3-QUEBRA-FIM
           IF W-QTD-EXC = ZEROS
              MOVE "(NENHUMA EXCECAO)" TO REG-RELINC
              WRITE REG-RELINC.
           MOVE W-QTD-BENEXP TO EXT-QTD-BENEF
           MOVE W-QTD-EXP    TO EXT-QTD-REG
           MOVE W-EXP-BRUTO  TO EXT-BRUTO
           MOVE W-EXP-IRRF   TO EXT-IRRF
           MOVE W-EXP-INSS   TO EXT-INSS
           WRITE REG-INF FROM W-EXP-TRAILER
           IF W-QTD-BENEF = ZEROS
              MOVE "(NENHUM RENDIMENTO PAGO A PESSOA FISICA NO ANO)"
                TO REG-RELINF
              WRITE REG-RELINF.
           WRITE REG-RELINC FROM W-LINBRANCO
           WRITE REG-RELINC FROM W-CTL-CABMES
           MOVE ZEROS TO W-TOT-IRRF16 W-TOT-INSS16 W-TOT-IRRF
                         W-TOT-INSS W-TOT-DIF
           PERFORM R4-LINHA-MES THRU R4-LINHA-MES-FIM
                   VARYING W-MES FROM 1 BY 1 UNTIL W-MES > 12
           MOVE ZEROS        TO CCM-MES CCM-ANO
           MOVE W-TOT-IRRF16 TO CCM-IRRF16
           MOVE W-TOT-INSS16 TO CCM-INSS16
           MOVE W-TOT-IRRF   TO CCM-IRRF
           MOVE W-TOT-INSS   TO CCM-INSS
           MOVE W-TOT-DIF    TO CCM-DIF
           WRITE REG-RELINC FROM W-LINBRANCO
           WRITE REG-RELINC FROM W-CTL-LINMES
           MOVE "(LINHA 00/0000 = TOTAL DO ANO. IRRF/INSS SCE016 DEVE"
             TO REG-RELINC
           WRITE REG-RELINC
           MOVE " BATER COM O TOTAL DO RELIMP.LST DE CADA COMPETENCIA)"
             TO REG-RELINC
           WRITE REG-RELINC
           WRITE REG-RELINC FROM W-LINBRANCO
           MOVE W-QTD-BENEF TO WR-BENEF
           MOVE W-QTD-EXP   TO WR-EXP
           MOVE W-EXP-BRUTO TO WR-BRUTO
           MOVE W-QTD-EXC   TO WR-EXC
           WRITE REG-RELINC FROM W-LINRESUMO
           WRITE REG-RELINC FROM W-LINRESUMO2
           WRITE REG-RELINC FROM W-LINRESUMO3
           WRITE REG-RELINC FROM W-LINRESUMO4
           CLOSE ARQINF
           DISPLAY "COMPROVANTES GRAVADOS EM RELINF.LST - "
                   "BENEFICIARIOS: " W-QTD-BENEF
           DISPLAY "DECLARACAO GRAVADA EM " W-INF-NOME
                   " - REGISTROS: " W-QTD-EXP
           DISPLAY "CONTROLE GRAVADO EM RELINC.LST - EXCECOES: "
                   W-QTD-EXC.
           GO TO ROT-FIM.
      *---------[ LINHA MENSAL DO CONTROLE ]---------------------------
      * DIFERENCA = RETIDO NA BASE SCE016 - RETIDO NO INFORME; SO E
      * DIFERENTE DE ZERO QUANDO HA RETENCAO DE PJ OU NAO CADASTRADO
       R4-LINHA-MES.
           MOVE W-MES TO CCM-MES
           MOVE W-ANO TO CCM-ANO
           MOVE W-CM-IRRF16 (W-MES) TO CCM-IRRF16
           MOVE W-CM-INSS16 (W-MES) TO CCM-INSS16
           MOVE W-CM-IRRF (W-MES)   TO CCM-IRRF
           MOVE W-CM-INSS (W-MES)   TO CCM-INSS
           COMPUTE CCM-DIF = W-CM-IRRF16 (W-MES) + W-CM-INSS16 (W-MES)
                           - W-CM-IRRF (W-MES) - W-CM-INSS (W-MES)
           WRITE REG-RELINC FROM W-CTL-LINMES
           ADD W-CM-IRRF16 (W-MES) TO W-TOT-IRRF16
           ADD W-CM-INSS16 (W-MES) TO W-TOT-INSS16
           ADD W-CM-IRRF (W-MES)   TO W-TOT-IRRF
           ADD W-CM-INSS (W-MES)   TO W-TOT-INSS
           COMPUTE W-TOT-DIF = W-TOT-IRRF16 + W-TOT-INSS16
                             - W-TOT-IRRF - W-TOT-INSS.
       R4-LINHA-MES-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFOR ARQTIT ARQPGH ARQCTT RELINF RELINC.
           GOBACK.
      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
