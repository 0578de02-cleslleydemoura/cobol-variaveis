000340*                    DE RETENCAO DO EXPURGO ANUAL (PA-ANOS-
000350*                    EXPURGO, USADA PELO EXPMOV), DIGITADA NA
000360*                    OPCAO 1 E LISTADA NA OPCAO 3.
000361*   14/10/2026 CDM   INCLUIDA A MANUTENCAO DOS PERCENTUAIS DA
000362*                    PROVISAO PARA DEVEDORES DUVIDOSOS (REGISTRO
000363*                    TIPO "P" DO PARREG, UM POR FAIXA DE AGING),
000364*                    USADOS PELO PDDMES. OS PARAMETROS GERAIS
000365*                    GANHAM A QTD DE DIAS DE ATRASO PARA A BAIXA
000366*                    PARA PERDAS (PA-DIAS-BAIXA-PERDA, ZERO = NAO
000367*                    BAIXA). A OPCAO SAIR PASSA DE 6 PARA 7.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CADPAR.
000660     88  WS-OPC-LISTAR            VALUE "3".
000670     88  WS-OPC-INCL-DESC         VALUE "4".
000680     88  WS-OPC-ALT-DEVEDORES     VALUE "5".
000685     88  WS-OPC-ALT-PDD           VALUE "6".
000690     88  WS-OPC-SAIR              VALUE "7".
000700*-----------------------------------------------------------------
000710* PARAMETROS GERAIS E TABELA DE TAXAS CARREGADOS DO ARQUIVO.
000720* NA FALTA DO ARQUIVO, OS PADROES ABAIXO SAO ASSUMIDOS (OS
000770 77  WS-DEV-TOP-N                 PIC 9(03)  VALUE 050.
000780 77  WS-DEV-VLR-MIN               PIC 9(08)V99 VALUE ZEROS.
000790 77  WS-ANOS-EXPURGO              PIC 9(02)  VALUE 05.
000791 77  WS-DIAS-BAIXA-PERDA          PIC 9(04)  VALUE ZEROS.
000792*    PERCENTUAIS DA PDD POR FAIXA DE AGING (MESMAS FAIXAS E
000793*    ROTULOS DO QUADRO DE AGING DO PROGVAR). SEM O REGISTRO, A
000794*    FAIXA FICA SEM PROVISAO.
000795 01  WS-TAB-PDD                   VALUE ZEROS.
000796     05  WS-TAB-PDD-PCT           PIC 9V9(04) OCCURS 5 TIMES.
000800 01  WS-TAB-TAXAS.
000810     05  WS-TAB-TAXA-ENT          OCCURS 24 TIMES.
000820         10  WS-TAB-DT-VIGENCIA   PIC 9(08).
000890 77  WS-QTD-DESCONTOS             PIC 9(02)  VALUE ZEROS COMP.
000900 77  WS-IDX                       PIC 9(02)  VALUE ZEROS COMP.
000910 77  WS-IDX-ACHADO                PIC 9(02)  VALUE ZEROS COMP.
000911 01  WS-PDD-ROTULOS.
000912     05  FILLER                   PIC X(16) VALUE "A VENCER".
000913     05  FILLER                   PIC X(16) VALUE "ATE 30 DIAS".
000914     05  FILLER                   PIC X(16) VALUE "31 A 60 DIAS".
000915     05  FILLER                   PIC X(16) VALUE "61 A 90 DIAS".
000916     05  FILLER                   PIC X(16) VALUE "ACIMA DE 90".
000917 01  WS-PDD-ROTULOS-R REDEFINES WS-PDD-ROTULOS.
000918     05  WS-PDD-ROT               PIC X(16) OCCURS 5 TIMES.
000920 01  WS-AUX-INTERVALO             PIC X(03).
000930 01  WS-AUX-INTERVALO-R  REDEFINES WS-AUX-INTERVALO.
000940     05  WS-AUX-INTERVALO-NUM     PIC 9(03).
001140 01  WS-AUX-ANOS                  PIC X(02).
001150 01  WS-AUX-ANOS-R  REDEFINES WS-AUX-ANOS.
001160     05  WS-AUX-ANOS-NUM          PIC 9(02).
001161 01  WS-AUX-DIAS                  PIC X(04).
001162 01  WS-AUX-DIAS-R  REDEFINES WS-AUX-DIAS.
001163     05  WS-AUX-DIAS-NUM          PIC 9(04).
001164 01  WS-AUX-FAIXA                 PIC X(01).
001165 01  WS-AUX-FAIXA-R  REDEFINES WS-AUX-FAIXA.
001166     05  WS-AUX-FAIXA-NUM         PIC 9(01).
001170 01  WS-LST-TAXA-ED               PIC 9.9999.
001180 01  WS-LST-VLR-ED                PIC ZZ,ZZZ,ZZ9.99.
001190 PROCEDURE DIVISION.
001540                 AND PA-ANOS-EXPURGO GREATER THAN ZEROS
001550                 MOVE PA-ANOS-EXPURGO TO WS-ANOS-EXPURGO
001560             END-IF
001561             IF PA-DIAS-BAIXA-PERDA NUMERIC
001562                 MOVE PA-DIAS-BAIXA-PERDA TO WS-DIAS-BAIXA-PERDA
001563             END-IF
001570         WHEN PA-REG-TAXA
001580             IF WS-QTD-TAXAS LESS THAN 24
001590                 ADD 1 TO WS-QTD-TAXAS
001790         WHEN PA-REG-DEV
001800             MOVE PA-DEV-TOP-N   TO WS-DEV-TOP-N
001810             MOVE PA-DEV-VLR-MIN TO WS-DEV-VLR-MIN
001811         WHEN PA-REG-PDD
001812             IF PA-PDD-FAIXA NUMERIC
001813                 AND PA-PDD-FAIXA GREATER THAN ZERO
001814                 AND PA-PDD-FAIXA NOT GREATER THAN 5
001815                 AND PA-PDD-PCT NUMERIC
001816                 MOVE PA-PDD-PCT TO WS-TAB-PDD-PCT (PA-PDD-FAIXA)
001817             ELSE
001818                 DISPLAY "REGISTRO DE PDD INVALIDO, IGNORADO"
001819             END-IF
001820         WHEN OTHER
001830             DISPLAY "TIPO DE REGISTRO INVALIDO, IGNORADO: "
001840                 PA-TIPO-REG
001950     DISPLAY "  3 - LISTAR PARAMETROS"
001960     DISPLAY "  4 - INCLUIR/ALTERAR DESCONTO DE QUITACAO"
001970     DISPLAY "  5 - ALTERAR PARAMETROS DE MAIORES DEVEDORES"
001975     DISPLAY "  6 - ALTERAR PERCENTUAIS DA PDD"
001980     DISPLAY "  7 - SAIR"
001990     DISPLAY "==================================================="
002000     DISPLAY "INFORME A OPCAO: "
002010     ACCEPT WS-OPCAO
002150         WHEN WS-OPC-ALT-DEVEDORES
002160             PERFORM 5500-ALTERAR-DEVEDORES
002170                 THRU 5500-ALTERAR-DEVEDORES-EXIT
002171         WHEN WS-OPC-ALT-PDD
002172             PERFORM 5700-ALTERAR-PDD
002173                 THRU 5700-ALTERAR-PDD-EXIT
002180         WHEN WS-OPC-SAIR
002190             MOVE "S" TO WS-SW-FIM-MENU
002200         WHEN OTHER
002460         DISPLAY "ERRO: ANOS DE RETENCAO DEVE SER NUMERICO"
002470         GO TO 3000-ALTERAR-GERAIS-EXIT
002480     END-IF
002481     DISPLAY "DIAS DE ATRASO PARA BAIXA PARA PERDAS ATUAL: "
002482         WS-DIAS-BAIXA-PERDA
002483     DISPLAY "INFORME OS NOVOS DIAS (4 DIGITOS, 0000 = NAO "
002484         "BAIXA): "
002485     ACCEPT WS-AUX-DIAS
002486     IF WS-AUX-DIAS NOT NUMERIC
002487         DISPLAY "ERRO: DIAS PARA BAIXA DEVE SER NUMERICO"
002488         GO TO 3000-ALTERAR-GERAIS-EXIT
002489     END-IF
002490     IF WS-AUX-INTERVALO-NUM EQUAL ZEROS
002500         OR WS-AUX-PAGINA-NUM EQUAL ZEROS
002510         OR WS-AUX-ANOS-NUM EQUAL ZEROS
002550     MOVE WS-AUX-INTERVALO-NUM TO WS-CKPT-INTERVALO
002560     MOVE WS-AUX-PAGINA-NUM    TO WS-MAX-CLI-PAGINA
002570     MOVE WS-AUX-ANOS-NUM      TO WS-ANOS-EXPURGO
002575     MOVE WS-AUX-DIAS-NUM      TO WS-DIAS-BAIXA-PERDA
002580     PERFORM 7500-REGRAVAR-ARQUIVO
002590         THRU 7500-REGRAVAR-ARQUIVO-EXIT
002600     DISPLAY "PARAMETROS GERAIS ALTERADOS COM SUCESSO".
003700 5500-ALTERAR-DEVEDORES-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------------
003730 5700-ALTERAR-PDD.
003740*    PERCENTUAL DA PDD DA FAIXA DE AGING, APLICADO PELO PDDMES
003750*    SOBRE O SALDO EM ABERTO MAIS MORA DOS CONTRATOS DA FAIXA.
003760     DISPLAY "FAIXAS: 1-A VENCER  2-ATE 30 DIAS  3-31 A 60 DIAS  "
003770         "4-61 A 90 DIAS  5-ACIMA DE 90"
003780     DISPLAY "INFORME A FAIXA (1 A 5): "
003790     ACCEPT WS-AUX-FAIXA
003800     IF WS-AUX-FAIXA NOT NUMERIC
003810         OR WS-AUX-FAIXA-NUM EQUAL ZERO
003820         OR WS-AUX-FAIXA-NUM GREATER THAN 5
003830         DISPLAY "ERRO: FAIXA DEVE SER DE 1 A 5"
003840         GO TO 5700-ALTERAR-PDD-EXIT
003850     END-IF
003860     MOVE WS-TAB-PDD-PCT (WS-AUX-FAIXA-NUM) TO WS-LST-TAXA-ED
003870     DISPLAY "PERCENTUAL ATUAL DA FAIXA "
003880         WS-PDD-ROT (WS-AUX-FAIXA-NUM) ": " WS-LST-TAXA-ED
003890     DISPLAY "INFORME O NOVO PERCENTUAL (5 DIGITOS, 9V9999, EX. "
003900         "05000 = 50 PORCENTO): "
003910     ACCEPT WS-AUX-PCT
003920     IF WS-AUX-PCT NOT NUMERIC
003930         DISPLAY "ERRO: PERCENTUAL DEVE SER NUMERICO"
003940         GO TO 5700-ALTERAR-PDD-EXIT
003950     END-IF
003960     IF WS-AUX-PCT-NUM GREATER THAN 1
003970         DISPLAY "ERRO: PERCENTUAL NAO PODE PASSAR DE 10000 (100 "
003980             "PORCENTO)"
003990         GO TO 5700-ALTERAR-PDD-EXIT
004000     END-IF
004010     MOVE WS-AUX-PCT-NUM TO WS-TAB-PDD-PCT (WS-AUX-FAIXA-NUM)
004020     PERFORM 7500-REGRAVAR-ARQUIVO
004030         THRU 7500-REGRAVAR-ARQUIVO-EXIT
004040     DISPLAY "PERCENTUAL DA PDD ALTERADO COM SUCESSO".
004050 5700-ALTERAR-PDD-EXIT.
004060     EXIT.
004070*-----------------------------------------------------------------
004080 6000-LISTAR.
004090     DISPLAY "INTERVALO DE CHECKPOINT: " WS-CKPT-INTERVALO
004100     DISPLAY "LINHAS POR PAGINA......: " WS-MAX-CLI-PAGINA
004110     DISPLAY "ANOS RETENCAO EXPURGO..: " WS-ANOS-EXPURGO
004120     DISPLAY "DIAS BAIXA PARA PERDAS.: " WS-DIAS-BAIXA-PERDA
004130     DISPLAY "VIGENCIA   TAXA MENSAL"
004140     PERFORM 6100-LISTAR-LINHA
004150         THRU 6100-LISTAR-LINHA-EXIT
004160         VARYING WS-IDX FROM 1 BY 1
004170         UNTIL WS-IDX GREATER THAN WS-QTD-TAXAS
004180     IF WS-QTD-TAXAS EQUAL ZEROS
004190         DISPLAY "NENHUMA TAXA DE MORA CADASTRADA"
004200     END-IF
004210     DISPLAY "A PARTIR DE (MESES)   PCT DESCONTO QUITACAO"
004220     PERFORM 6200-LISTAR-DESCONTO
004230         THRU 6200-LISTAR-DESCONTO-EXIT
004240         VARYING WS-IDX FROM 1 BY 1
004250         UNTIL WS-IDX GREATER THAN WS-QTD-DESCONTOS
004260     IF WS-QTD-DESCONTOS EQUAL ZEROS
004270         DISPLAY "NENHUM DESCONTO DE QUITACAO CADASTRADO"
004280     END-IF
004290     DISPLAY "TOP N DEVEDORES........: " WS-DEV-TOP-N
004300     MOVE WS-DEV-VLR-MIN TO WS-LST-VLR-ED
004310     DISPLAY "CORTE MINIMO DE SALDO..: " WS-LST-VLR-ED
004320     DISPLAY "FAIXA DE AGING    PCT PDD"
004330     PERFORM 6300-LISTAR-PDD
004340         THRU 6300-LISTAR-PDD-EXIT
004350         VARYING WS-IDX FROM 1 BY 1
004360         UNTIL WS-IDX GREATER THAN 5.
004370 6000-LISTAR-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400 6100-LISTAR-LINHA.
004410     MOVE WS-TAB-TAXA (WS-IDX) TO WS-LST-TAXA-ED
004420     DISPLAY WS-TAB-DT-VIGENCIA (WS-IDX) "   "
004430         WS-LST-TAXA-ED.
004440 6100-LISTAR-LINHA-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470 6200-LISTAR-DESCONTO.
004480     MOVE WS-TAB-DESC-PCT (WS-IDX) TO WS-LST-TAXA-ED
004490     DISPLAY WS-TAB-DESC-MESES (WS-IDX) "                   "
004500         WS-LST-TAXA-ED.
004510 6200-LISTAR-DESCONTO-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------------
004540 6300-LISTAR-PDD.
004550     MOVE WS-TAB-PDD-PCT (WS-IDX) TO WS-LST-TAXA-ED
004560     DISPLAY WS-PDD-ROT (WS-IDX) "  " WS-LST-TAXA-ED.
004570 6300-LISTAR-PDD-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------------
004600 7000-PROCURAR-TAXA.
004610     MOVE "N"   TO WS-SW-TAXA-ACHADA
004620     MOVE ZEROS TO WS-IDX-ACHADO
004630     PERFORM 7100-COMPARAR-TAXA
004640         THRU 7100-COMPARAR-TAXA-EXIT
004650         VARYING WS-IDX FROM 1 BY 1
004660         UNTIL WS-IDX GREATER THAN WS-QTD-TAXAS.
004670 7000-PROCURAR-TAXA-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------------
004700 7100-COMPARAR-TAXA.
004710     IF WS-AUX-VIGENCIA EQUAL WS-TAB-DT-VIGENCIA (WS-IDX)
004720         MOVE "S"    TO WS-SW-TAXA-ACHADA
004730         MOVE WS-IDX TO WS-IDX-ACHADO
004740     END-IF.
004750 7100-COMPARAR-TAXA-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780 7200-PROCURAR-DESCONTO.
004790     MOVE "N"   TO WS-SW-TAXA-ACHADA
004800     MOVE ZEROS TO WS-IDX-ACHADO
004810     PERFORM 7300-COMPARAR-DESCONTO
004820         THRU 7300-COMPARAR-DESCONTO-EXIT
004830         VARYING WS-IDX FROM 1 BY 1
004840         UNTIL WS-IDX GREATER THAN WS-QTD-DESCONTOS.
004850 7200-PROCURAR-DESCONTO-EXIT.
004860     EXIT.
004870*-----------------------------------------------------------------
004880 7300-COMPARAR-DESCONTO.
004890     IF WS-AUX-MESES-NUM EQUAL WS-TAB-DESC-MESES (WS-IDX)
004900         MOVE "S"    TO WS-SW-TAXA-ACHADA
004910         MOVE WS-IDX TO WS-IDX-ACHADO
004920     END-IF.
004930 7300-COMPARAR-DESCONTO-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------------
004960 7500-REGRAVAR-ARQUIVO.
004970     OPEN OUTPUT PARAM-COBRANCA
004980     IF NOT WS-FS-PARMCOB-OK
004990         DISPLAY "ERRO AO REGRAVAR PARAM-COBRANCA: " WS-FS-PARMCOB
005000         GO TO 7500-REGRAVAR-ARQUIVO-EXIT
005010     END-IF
005020     MOVE SPACES            TO PA-REGISTRO
005030     MOVE "G"               TO PA-TIPO-REG
005040     MOVE WS-CKPT-INTERVALO TO PA-CKPT-INTERVALO
005050     MOVE WS-MAX-CLI-PAGINA TO PA-MAX-CLI-PAGINA
005060     MOVE WS-ANOS-EXPURGO   TO PA-ANOS-EXPURGO
005070     MOVE WS-DIAS-BAIXA-PERDA TO PA-DIAS-BAIXA-PERDA
005080     WRITE PA-REGISTRO
005090     IF NOT WS-FS-PARMCOB-OK
005100         DISPLAY "ERRO AO GRAVAR PARAMETROS: " WS-FS-PARMCOB
005110     END-IF
005120     PERFORM 7600-GRAVAR-TAXA
005130         THRU 7600-GRAVAR-TAXA-EXIT
005140         VARYING WS-IDX FROM 1 BY 1
005150         UNTIL WS-IDX GREATER THAN WS-QTD-TAXAS
005160     PERFORM 7700-GRAVAR-DESCONTO
005170         THRU 7700-GRAVAR-DESCONTO-EXIT
005180         VARYING WS-IDX FROM 1 BY 1
005190         UNTIL WS-IDX GREATER THAN WS-QTD-DESCONTOS
005200     MOVE SPACES          TO PA-REGISTRO
005210     MOVE "R"             TO PA-TIPO-REG
005220     MOVE WS-DEV-TOP-N    TO PA-DEV-TOP-N
005230     MOVE WS-DEV-VLR-MIN  TO PA-DEV-VLR-MIN
005240     WRITE PA-REGISTRO
005250     IF NOT WS-FS-PARMCOB-OK
005260         DISPLAY "ERRO AO GRAVAR PARAMETROS DE DEVEDORES: "
005270             WS-FS-PARMCOB
005280     END-IF
005290     PERFORM 7800-GRAVAR-PDD
005300         THRU 7800-GRAVAR-PDD-EXIT
005310         VARYING WS-IDX FROM 1 BY 1
005320         UNTIL WS-IDX GREATER THAN 5
005330     CLOSE PARAM-COBRANCA.
005340 7500-REGRAVAR-ARQUIVO-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370 7600-GRAVAR-TAXA.
005380     MOVE SPACES                   TO PA-REGISTRO
005390     MOVE "T"                      TO PA-TIPO-REG
005400     MOVE WS-TAB-DT-VIGENCIA (WS-IDX) TO PA-DT-VIGENCIA
005410     MOVE WS-TAB-TAXA (WS-IDX)     TO PA-TAXA-MORA
005420     WRITE PA-REGISTRO
005430     IF NOT WS-FS-PARMCOB-OK
005440         DISPLAY "ERRO AO GRAVAR TAXA: " WS-FS-PARMCOB
005450     END-IF.
005460 7600-GRAVAR-TAXA-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------------
005490 7700-GRAVAR-DESCONTO.
005500     MOVE SPACES                   TO PA-REGISTRO
005510     MOVE "D"                      TO PA-TIPO-REG
005520     MOVE WS-TAB-DESC-MESES (WS-IDX) TO PA-DESC-MESES-DE
005530     MOVE WS-TAB-DESC-PCT (WS-IDX) TO PA-DESC-PCT
005540     WRITE PA-REGISTRO
005550     IF NOT WS-FS-PARMCOB-OK
005560         DISPLAY "ERRO AO GRAVAR DESCONTO: " WS-FS-PARMCOB
005570     END-IF.
005580 7700-GRAVAR-DESCONTO-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------------
005610 7800-GRAVAR-PDD.
005620     MOVE SPACES                   TO PA-REGISTRO
005630     MOVE "P"                      TO PA-TIPO-REG
005640     MOVE WS-IDX                   TO PA-PDD-FAIXA
005650     MOVE WS-TAB-PDD-PCT (WS-IDX)  TO PA-PDD-PCT
005660     WRITE PA-REGISTRO
005670     IF NOT WS-FS-PARMCOB-OK
005680         DISPLAY "ERRO AO GRAVAR PERCENTUAL DA PDD: "
005690             WS-FS-PARMCOB
005700     END-IF.
005710 7800-GRAVAR-PDD-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------------
005740 8000-LER-PARAMETRO.
005750     READ PARAM-COBRANCA
005760         AT END
005770             MOVE "S" TO WS-SW-FIM-ARQ
005780     END-READ
005790     IF NOT WS-FS-PARMCOB-SUCESSO
005800         MOVE "S" TO WS-SW-FIM-ARQ
005810     END-IF.
005820 8000-LER-PARAMETRO-EXIT.
005830     EXIT.
