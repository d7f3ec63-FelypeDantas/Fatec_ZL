              DISPLAY (13, 10) "09 - PEDIDOS DE COMPRA         (SCE015)"
              DISPLAY (14, 10) "10 - IMPOSTOS RETIDOS          (SCE016)"
              DISPLAY (15, 10) "14 - MANUTENCAO DE CEP         (SCE020)"
              DISPLAY (04, 52) "16 - PROPOSTA PAGTO   (SCE022)"
              DISPLAY (05, 52) "17 - PENDENCIA BANCO  (SCE023)"
              DISPLAY (06, 52) "18 - CONCILIACAO BANCO(SCE024)"
              DISPLAY (07, 52) "19 - PENDENC. CONCIL. (SCE025)"
              DISPLAY (08, 52) "21 - DIARIO CONTABIL  (SCE027)"
              DISPLAY (09, 52) "22 - CONTRATOS        (SCE028)"
              DISPLAY (10, 52) "23 - FATURA CONTRATOS (SCE029)"
              DISPLAY (11, 52) "24 - NOTAS DE CREDITO (SCE030)"
              DISPLAY (12, 52) "25 - INFORME ANUAL PF (SCE031)"
              DISPLAY (13, 52) "26 - DOCS A VENCER    (SCE032)"
              DISPLAY (14, 52) "27 - RESUMO CADEIA    (SCE034)"
           END-IF
           IF W-NIVEL > 2
              DISPLAY (16, 10) "08 - CADASTRO DE OPERADORES    (SCE014)"
              DISPLAY (17, 10) "13 - UNIFICACAO FORNECEDORES   (SCE019)"
              DISPLAY (18, 10) "15 - COPIA/RECONSTRUCAO ARQS   (SCE021)"
              DISPLAY (16, 52) "20 - MAPEAM. CONTABIL (SCE026)"
              DISPLAY (17, 52) "28 - CADEIA NOTURNA   (SCE033)"
           END-IF
           DISPLAY (19, 10) "99 - SAIR"
           DISPLAY (20, 10) "OPCAO: ".
           IF W-OPCAO = "13" MOVE "SCE019" TO W-MODULO.
           IF W-OPCAO = "14" MOVE "SCE020" TO W-MODULO.
           IF W-OPCAO = "15" MOVE "SCE021" TO W-MODULO.
           IF W-OPCAO = "16" MOVE "SCE022" TO W-MODULO.
           IF W-OPCAO = "17" MOVE "SCE023" TO W-MODULO.
           IF W-OPCAO = "18" MOVE "SCE024" TO W-MODULO.
           IF W-OPCAO = "19" MOVE "SCE025" TO W-MODULO.
           IF W-OPCAO = "20" MOVE "SCE026" TO W-MODULO.
           IF W-OPCAO = "21" MOVE "SCE027" TO W-MODULO.
           IF W-OPCAO = "22" MOVE "SCE028" TO W-MODULO.
           IF W-OPCAO = "23" MOVE "SCE029" TO W-MODULO.
           IF W-OPCAO = "24" MOVE "SCE030" TO W-MODULO.
           IF W-OPCAO = "25" MOVE "SCE031" TO W-MODULO.
           IF W-OPCAO = "26" MOVE "SCE032" TO W-MODULO.
           IF W-OPCAO = "27" MOVE "SCE034" TO W-MODULO.
           IF W-OPCAO = "28" MOVE "SCE033" TO W-MODULO.
           IF W-MODULO = SPACES
              MOVE "*** OPCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1-MENU.
           IF W-OPCAO = "04" OR "05" OR "06" OR "09" OR "10" OR "14"
                     OR "16" OR "17" OR "18" OR "19" OR "21"
                     OR "22" OR "23" OR "24" OR "25"
                     OR "26" OR "27"
              IF W-NIVEL < 2
                 PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                 GO TO R1-MENU.
           IF W-OPCAO = "08" OR "13" OR "15" OR "20" OR "28"
              IF W-NIVEL < 3
                 PERFORM NEGA-ACESSO THRU NEGA-ACESSO-FIM
                 GO TO R1-MENU.
