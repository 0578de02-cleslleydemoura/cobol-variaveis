000310*                    TERMINAM COM O INDICE EM 1000, QUE EM 9(03)
000320*                    TRUNCARIA PARA ZERO E ENTRARIA EM LACO COM
000330*                    SUBSCRITO INVALIDO.
000331*   14/10/2026 CDM   MOVIMENTOS DE ESTORNO DO CADCLI (ORIGEM "E")
000332*                    ABATEM A QUANTIDADE E O VALOR CONSOLIDADOS DO
000333*                    CPF + CONTRATO, EM VEZ DE SOMAR COMO UMA
000334*                    BAIXA, E TEM LINHA PROPRIA NOS TOTAIS POR
000335*                    ORIGEM; A PARCELA ESTORNADA NAO SAI MAIS COMO
000336*                    DIVERGENCIA.
000337*   14/10/2026 CDM   NOVO QUADRO "TOTAIS DO DIA POR ORIGEM" COM OS
000338*                    MOVIMENTOS LANCADOS NA DATA DO PROCESSAMENTO
000339*                    (MV-DT-LANCTO; NOS REGISTROS ANTIGOS, A DATA
000340*                    DO PAGAMENTO), PARA CONFERENCIA COM O
000341*                    RELATORIO DO LOTE CONTABIL DO INTCTB.
000342*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
000343*                    LIQPAG E LIQAGE TERMINARAM BEM NA DATA DE
000344*                    PROCESSAMENTO (CTL-LOTE, COPYBOOK LOTREG) E
000345*                    REGISTRA INICIO, FIM, CODIGO DE RETORNO (4
000346*                    COM DIVERGENCIAS) E CONTADORES DO PASSO.
000347*   14/10/2026 CDM   NOVO QUADRO DOS RETORNOS BANCARIOS DO
000348*                    CTRL-RETORNO AINDA NAO CONCILIADOS COM O
000349*                    EXTRATO (CONCRET) HA MAIS DE 3 DIAS UTEIS
000350*                    DA DATA DE CREDITO (WS-DIAS-UTEIS-
000351*                    CONCILIACAO); CODIGO DE RETORNO 4 QUANDO HA.
000352******************************************************************
000353 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. BATMOV.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000480     SELECT REL-BATIMENTO ASSIGN TO RELBAT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-RELBAT.
000501     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS LT-CHAVE-PASSO
000505         FILE STATUS IS WS-FS-CTLLOTE.
000506     SELECT CTRL-RETORNO ASSIGN TO CTRLRET
000507         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS WS-FS-CTRLRET.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  MOV-PAGAMENTOS
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 132 CHARACTERS.
000640 01  WL-LINHA                     PIC X(132).
000641 FD  CTL-LOTE
000642     LABEL RECORDS ARE STANDARD.
000643 01  LT-REGISTRO.
000644     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000645 FD  CTRL-RETORNO
000646     LABEL RECORDS ARE STANDARD.
000647 01  CT-REGISTRO.
000648     COPY RETREG REPLACING LEADING ==WS-CR-== BY ==CT-==.
000650 WORKING-STORAGE SECTION.
000651 01  WS-FS-CTLLOTE                PIC X(02).
000652     88  WS-FS-CTLLOTE-OK         VALUE "00".
000660 01  WS-FS-MOVPAG                 PIC X(02).
000670     88  WS-FS-MOVPAG-OK          VALUE "00".
000680     88  WS-FS-MOVPAG-SUCESSO     VALUE "00" THRU "09".
000700     88  WS-FS-CONT-OK            VALUE "00".
000710 01  WS-FS-RELBAT                 PIC X(02).
000720     88  WS-FS-RELBAT-OK          VALUE "00".
000721 01  WS-FS-CTRLRET                PIC X(02).
000722     88  WS-FS-CTRLRET-OK         VALUE "00".
000723     88  WS-FS-CTRLRET-SUCESSO    VALUE "00" THRU "09".
000724     88  WS-FS-CTRLRET-NAO-EXISTE VALUE "35".
000730 01  WS-SWITCHES.
000740     05  WS-SW-FIM-MOV            PIC X(01)  VALUE "N".
000750         88  WS-FIM-MOV           VALUE "S".
000790         88  WS-ERRO-INICIALIZACAO VALUE "S".
000800     05  WS-SW-CHAVE-ACHADA       PIC X(01)  VALUE "N".
000810         88  WS-CHAVE-ACHADA      VALUE "S".
000811     05  WS-SW-FIM-CTRLRET        PIC X(01)  VALUE "N".
000812         88  WS-FIM-CTRLRET       VALUE "S".
000820 01  WS-CONTADORES.
000830     05  WS-CNT-MOV-LIDOS         PIC 9(05)  VALUE ZEROS COMP.
000840     05  WS-CNT-CTR-LIDOS         PIC 9(05)  VALUE ZEROS COMP.
000850     05  WS-CNT-DIVERGENCIAS      PIC 9(05)  VALUE ZEROS COMP.
000860     05  WS-CNT-RENEGOCIADOS      PIC 9(05)  VALUE ZEROS COMP.
000870     05  WS-CNT-FORA-TABELA       PIC 9(05)  VALUE ZEROS COMP.
000871     05  WS-CNT-RET-PENDENTES     PIC 9(05)  VALUE ZEROS COMP.
000880*-----------------------------------------------------------------
000890* TABELA DE CONSOLIDACAO DOS MOVIMENTOS POR CPF + CONTRATO
000900*-----------------------------------------------------------------
001070     05  WS-CHV-CONTRATO          PIC 9(03).
001080*-----------------------------------------------------------------
001090* TOTAIS POR ORIGEM DE BAIXA (C = CADCLI, B = BANCO, A =
001100* AGENCIA, ? = ORIGEM DESCONHECIDA, E = ESTORNO)
001110*-----------------------------------------------------------------
001120 01  WS-TOT-ORIGEM.
001130     05  WS-TOT-ORIG-ENT          OCCURS 5 TIMES.
001140         10  WS-ORIG-QTD          PIC 9(05) COMP.
001150         10  WS-ORIG-VLR          PIC 9(10)V99.
001151 01  WS-TOT-ORIGEM-DIA.
001152     05  WS-TOT-ORIG-DIA-ENT      OCCURS 5 TIMES.
001153         10  WS-ORIG-QTD-DIA      PIC 9(05) COMP.
001154         10  WS-ORIG-VLR-DIA      PIC 9(10)V99.
001160 01  WS-ORIG-ROTULOS.
001170     05  FILLER                   PIC X(12) VALUE "CADCLI  (C)".
001180     05  FILLER                   PIC X(12) VALUE "BANCO   (B)".
001190     05  FILLER                   PIC X(12) VALUE "AGENCIA (A)".
001200     05  FILLER                   PIC X(12) VALUE "OUTRAS     ".
001205     05  FILLER                   PIC X(12) VALUE "ESTORNO (E)".
001210 01  WS-ORIG-ROTULOS-R REDEFINES WS-ORIG-ROTULOS.
001220     05  WS-ORIG-ROT              PIC X(12) OCCURS 5 TIMES.
001230 77  WS-IDX-ORIG                  PIC 9(01)  VALUE ZEROS COMP.
001231 01  WS-DT-LANCTO-MOV             PIC 9(08).
001240*-----------------------------------------------------------------
001250* AREAS DA COMPARACAO CONTRATO X MOVIMENTOS
001260*-----------------------------------------------------------------
001310 77  WS-CNT-BAT-PAGINA            PIC 9(03) VALUE ZEROS COMP.
001320 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
001330 01  WS-DATA-HOJE                 PIC 9(08).
001331*-----------------------------------------------------------------
001332* PRAZO, EM DIAS UTEIS APOS A DATA DE CREDITO, PARA O RETORNO
001333* BANCARIO SER CONCILIADO COM O EXTRATO PELO CONCRET; PASSADO
001334* O PRAZO, O RETORNO PENDENTE OU DIVERGENTE SAI NO RELATORIO.
001335* DIA UTIL = SEGUNDA A SEXTA-FEIRA.
001336*-----------------------------------------------------------------
001337 77  WS-DIAS-UTEIS-CONCILIACAO    PIC 9(02)  VALUE 03.
001338 77  WS-DT-REF-SEGUNDA            PIC 9(08)  VALUE 19900101.
001339 77  WS-DIAS-REF-SEGUNDA          PIC 9(08)  VALUE ZEROS COMP.
001340 77  WS-DIAS-HOJE                 PIC 9(08)  VALUE ZEROS COMP.
001341 77  WS-DIA-CORRENTE              PIC 9(08)  VALUE ZEROS COMP.
001342 77  WS-DIAS-DESDE-REF            PIC 9(08)  VALUE ZEROS COMP.
001343 77  WS-QUOC-SEMANAS              PIC 9(08)  VALUE ZEROS COMP.
001344 77  WS-DIA-SEMANA                PIC 9(01)  VALUE ZEROS COMP.
001345 77  WS-DIAS-UTEIS-RET            PIC 9(05)  VALUE ZEROS COMP.
001346 77  WS-VLR-DIF-RET               PIC S9(10)V99 VALUE ZEROS.
001347*-----------------------------------------------------------------
001348* AREAS DA CONVERSAO DE DATA EM NUMERO DE DIAS (CALENDARIO
001349* GREGORIANO, ARITMETICA INTEIRA SEM FUNCOES INTRINSECAS)
001350*-----------------------------------------------------------------
001351 01  WS-CNV-DATA                  PIC 9(08).
001352 01  WS-CNV-DATA-R REDEFINES WS-CNV-DATA.
001353     05  WS-CNV-AAAA              PIC 9(04).
001354     05  WS-CNV-MM                PIC 9(02).
001355     05  WS-CNV-DD                PIC 9(02).
001356 77  WS-CNV-ANO-AJ                PIC 9(04)  VALUE ZEROS COMP.
001357 77  WS-CNV-MES-AJ                PIC 9(02)  VALUE ZEROS COMP.
001358 77  WS-CNV-Q4                    PIC 9(04)  VALUE ZEROS COMP.
001359 77  WS-CNV-Q100                  PIC 9(04)  VALUE ZEROS COMP.
001360 77  WS-CNV-Q400                  PIC 9(04)  VALUE ZEROS COMP.
001361 77  WS-CNV-QMES                  PIC 9(04)  VALUE ZEROS COMP.
001362 77  WS-CNV-RESTO                 PIC 9(04)  VALUE ZEROS COMP.
001363 77  WS-CNV-DIAS                  PIC 9(08)  VALUE ZEROS COMP.
001364*-----------------------------------------------------------------
001365* AREAS DE IMPRESSAO DO RELATORIO DE BATIMENTO
001366*-----------------------------------------------------------------
001370 01  WS-CAB-1.
001380     05  FILLER                   PIC X(20)
001390         VALUE "SETOR DE COBRANCA".
001780     05  WS-ORG-QTD               PIC ZZ,ZZ9.
001790     05  FILLER                   PIC X(08) VALUE "  VALOR ".
001800     05  WS-ORG-VLR               PIC $,$$$,$$$,$$9.99.
001801 01  WS-LIN-TIT-ORIGEM-DIA.
001802     05  FILLER                   PIC X(40)
001803         VALUE "TOTAIS DO DIA POR ORIGEM (LANCADOS HOJE)".
001810 01  WS-LIN-RESUMO.
001820     05  FILLER                   PIC X(13)
001830         VALUE "MOVIMENTOS: ".
001900     05  FILLER                   PIC X(17)
001910         VALUE "  RENEGOCIADOS: ".
001920     05  WS-RES-RENEG             PIC ZZ,ZZ9.
001921     05  FILLER                   PIC X(28)
001922         VALUE "  RETORNOS NAO CONCILIADOS: ".
001923     05  WS-RES-RET-PEND          PIC ZZ,ZZ9.
001924 01  WS-LIN-TIT-RET-PEND.
001925     05  FILLER                   PIC X(46)
001926         VALUE "RETORNOS BANCARIOS NAO CONCILIADOS HA MAIS DE ".
001927     05  WS-TIT-DIAS-UTEIS        PIC Z9.
001928     05  FILLER                   PIC X(39)
001929         VALUE " DIAS UTEIS (CONCILIACAO COM O EXTRATO)".
001930 01  WS-LIN-CAB-RET-PEND.
001931     05  FILLER                   PIC X(09) VALUE "RETORNO".
001932     05  FILLER                   PIC X(12) VALUE "DT CREDITO".
001933     05  FILLER                   PIC X(12) VALUE "PROCESSADO".
001934     05  FILLER                   PIC X(09) VALUE "QTD DET".
001935     05  FILLER                   PIC X(16)
001936         VALUE "TOTAL DETALHES".
001937     05  FILLER                   PIC X(12) VALUE "DIAS UTEIS".
001938     05  FILLER                   PIC X(17) VALUE "DIFERENCA".
001939     05  FILLER                   PIC X(25) VALUE "SITUACAO".
001940 01  WS-LIN-RET-PEND.
001941     05  WS-RPD-NR-RETORNO        PIC ZZZZ9.
001942     05  FILLER                   PIC X(04) VALUE SPACES.
001943     05  WS-RPD-DT-CREDITO        PIC 9(08).
001944     05  FILLER                   PIC X(04) VALUE SPACES.
001945     05  WS-RPD-DT-PROCESSAMENTO  PIC 9(08).
001946     05  FILLER                   PIC X(04) VALUE SPACES.
001947     05  WS-RPD-QTD-DETALHES      PIC ZZZ,ZZ9.
001948     05  FILLER                   PIC X(02) VALUE SPACES.
001949     05  WS-RPD-VLR-DETALHES      PIC $$$,$$$,$$9.99.
001950     05  FILLER                   PIC X(02) VALUE SPACES.
001951     05  WS-RPD-DIAS-UTEIS        PIC ZZ,ZZ9.
001952     05  FILLER                   PIC X(06) VALUE SPACES.
001953     05  WS-RPD-VLR-DIFERENCA     PIC $$$,$$$,$$9.99-.
001954     05  FILLER                   PIC X(02) VALUE SPACES.
001955     05  WS-RPD-SITUACAO          PIC X(25).
001956*-----------------------------------------------------------------
001957* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
001958* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
001959* PROCESSAMENTO PARA ESTE PODER COMECAR
001960*-----------------------------------------------------------------
001961 01  WS-CTL-PASSO.
001962     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "BATMOV".
001963     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
001964     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
001965     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
001966         10  WS-PASSO-HHMMSS      PIC 9(06).
001967         10  FILLER               PIC 9(02).
001968     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
001969     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
001970         88  WS-PASSO-BLOQUEADO   VALUE "S".
001971     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
001972         88  WS-PASSO-NOVO        VALUE "S".
001973     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
001974         88  WS-CTLLOTE-ABERTO    VALUE "S".
001975 01  WS-TAB-PRE-REQ-V.
001976     05  FILLER                   PIC X(08)  VALUE "LIQPAG".
001977     05  FILLER                   PIC X(08)  VALUE "LIQAGE".
001978 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
001979     05  WS-PRE-REQ               PIC X(08)  OCCURS 2 TIMES.
001980 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 02 COMP.
001981 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
001982 PROCEDURE DIVISION.
001983 0000-MAINLINE.
001984     PERFORM 1000-INICIALIZAR
001985         THRU 1000-INICIALIZAR-EXIT
001986     IF NOT WS-ERRO-INICIALIZACAO
001987         PERFORM 2000-CONSOLIDAR-MOVIMENTO
001990             THRU 2000-CONSOLIDAR-MOVIMENTO-EXIT
002000             UNTIL WS-FIM-MOV
002010         PERFORM 4000-CONFERIR-CONTRATO
002080         PERFORM 3000-FINALIZAR
002090             THRU 3000-FINALIZAR-EXIT
002100     END-IF
002101     PERFORM 9850-REGISTRAR-PASSO
002102         THRU 9850-REGISTRAR-PASSO-EXIT
002110     GOBACK.
002120*-----------------------------------------------------------------
002130 1000-INICIALIZAR.
002131     PERFORM 9800-VERIFICAR-CADEIA
002132         THRU 9800-VERIFICAR-CADEIA-EXIT
002133     IF WS-PASSO-BLOQUEADO
002134         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
002135             WS-PASSO-DT-PROC
002136         MOVE "S" TO WS-SW-ERRO-INIC
002137         GO TO 1000-INICIALIZAR-EXIT
002138     END-IF
002140     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002150     PERFORM 1100-ZERAR-ORIGEM
002160         THRU 1100-ZERAR-ORIGEM-EXIT
002170         VARYING WS-IDX-ORIG FROM 1 BY 1
002180         UNTIL WS-IDX-ORIG GREATER THAN 5
002190     OPEN INPUT MOV-PAGAMENTOS
002200     IF NOT WS-FS-MOVPAG-OK
002210         DISPLAY "ERRO AO ABRIR MOV-PAGAMENTOS: " WS-FS-MOVPAG
002530*-----------------------------------------------------------------
002540 1100-ZERAR-ORIGEM.
002550     MOVE ZEROS TO WS-ORIG-QTD (WS-IDX-ORIG)
002560     MOVE ZEROS TO WS-ORIG-VLR (WS-IDX-ORIG)
002561     MOVE ZEROS TO WS-ORIG-QTD-DIA (WS-IDX-ORIG)
002562     MOVE ZEROS TO WS-ORIG-VLR-DIA (WS-IDX-ORIG).
002570 1100-ZERAR-ORIGEM-EXIT.
002580     EXIT.
002590*-----------------------------------------------------------------
002750             MOVE 2 TO WS-IDX-ORIG
002760         WHEN MV-BAIXA-AGENCIA
002770             MOVE 3 TO WS-IDX-ORIG
002775         WHEN MV-ESTORNO
002776             MOVE 5 TO WS-IDX-ORIG
002780         WHEN OTHER
002790             MOVE 4 TO WS-IDX-ORIG
002800     END-EVALUATE
002810     ADD 1           TO WS-ORIG-QTD (WS-IDX-ORIG)
002820     ADD MV-VLR-PAGO TO WS-ORIG-VLR (WS-IDX-ORIG)
002821
002822     IF MV-DT-LANCTO NUMERIC
002823         AND MV-DT-LANCTO GREATER THAN ZEROS
002824         MOVE MV-DT-LANCTO TO WS-DT-LANCTO-MOV
002825     ELSE
002826         MOVE MV-DT-PAGTO  TO WS-DT-LANCTO-MOV
002827     END-IF
002828     IF WS-DT-LANCTO-MOV EQUAL WS-DATA-HOJE
002829         ADD 1           TO WS-ORIG-QTD-DIA (WS-IDX-ORIG)
002830         ADD MV-VLR-PAGO TO WS-ORIG-VLR-DIA (WS-IDX-ORIG)
002831     END-IF
002832
002840     MOVE MV-CPF         TO WS-CHV-CPF
002850     MOVE MV-NR-CONTRATO TO WS-CHV-CONTRATO
002860     PERFORM 2500-PROCURAR-CHAVE
002990             GO TO 2000-CONSOLIDAR-LER
003000         END-IF
003010     END-IF
003012*    O ESTORNO ANULA A BAIXA QUE ELE APONTA, GRAVADA ANTES DELE
003014*    NO ARQUIVO: ABATE EM VEZ DE SOMAR.
003016     IF MV-ESTORNO
003018         IF WS-TAB-QTD-MOV (WS-IDX-ACHADA) GREATER THAN ZEROS
003020             SUBTRACT 1 FROM WS-TAB-QTD-MOV (WS-IDX-ACHADA)
003022         END-IF
003024         IF WS-TAB-VLR-MOV (WS-IDX-ACHADA) NOT LESS THAN
003026             MV-VLR-PAGO
003028             SUBTRACT MV-VLR-PAGO
003030                 FROM WS-TAB-VLR-MOV (WS-IDX-ACHADA)
003032         END-IF
003034     ELSE
003036         ADD 1           TO WS-TAB-QTD-MOV (WS-IDX-ACHADA)
003038         ADD MV-VLR-PAGO TO WS-TAB-VLR-MOV (WS-IDX-ACHADA)
003039     END-IF.
003040 2000-CONSOLIDAR-LER.
003050     PERFORM 8000-LER-MOVIMENTO THRU 8000-LER-MOVIMENTO-EXIT.
003060 2000-CONSOLIDAR-MOVIMENTO-EXIT.
004340     PERFORM 7800-IMPRIMIR-ORIGEM
004350         THRU 7800-IMPRIMIR-ORIGEM-EXIT
004360         VARYING WS-IDX-ORIG FROM 1 BY 1
004370         UNTIL WS-IDX-ORIG GREATER THAN 5
004371     WRITE WL-LINHA FROM WS-LIN-TIT-ORIGEM-DIA
004372         AFTER ADVANCING 2 LINES
004373     PERFORM 7850-IMPRIMIR-ORIGEM-DIA
004374         THRU 7850-IMPRIMIR-ORIGEM-DIA-EXIT
004375         VARYING WS-IDX-ORIG FROM 1 BY 1
004376         UNTIL WS-IDX-ORIG GREATER THAN 5
004377     PERFORM 3500-APONTAR-RET-PENDENTES
004378         THRU 3500-APONTAR-RET-PENDENTES-EXIT
004380
004390     MOVE WS-CNT-MOV-LIDOS    TO WS-RES-MOV
004400     MOVE WS-CNT-CTR-LIDOS    TO WS-RES-CTR
004410     MOVE WS-CNT-DIVERGENCIAS TO WS-RES-DIV
004420     MOVE WS-CNT-RENEGOCIADOS TO WS-RES-RENEG
004421     MOVE WS-CNT-RET-PENDENTES TO WS-RES-RET-PEND
004430     WRITE WL-LINHA FROM WS-LIN-RESUMO AFTER ADVANCING 2 LINES
004440
004450     DISPLAY "BATMOV ENCERRADO. MOVIMENTOS: " WS-CNT-MOV-LIDOS
004460         " CONTRATOS: " WS-CNT-CTR-LIDOS
004470         " DIVERGENCIAS: " WS-CNT-DIVERGENCIAS
004471         " RETORNOS NAO CONCILIADOS: " WS-CNT-RET-PENDENTES
004480     IF WS-CNT-FORA-TABELA GREATER THAN ZEROS
004490         DISPLAY "ATENCAO: " WS-CNT-FORA-TABELA " MOVIMENTOS "
004500             "FORA DA TABELA DE CONSOLIDACAO (LIMITE DE 999 "
004560     CLOSE REL-BATIMENTO.
004570 3000-FINALIZAR-EXIT.
004580     EXIT.
004581*-----------------------------------------------------------------
004582 3500-APONTAR-RET-PENDENTES.
004583*    RETORNOS BANCARIOS DO CTRL-RETORNO (GRAVADOS PELO LIQPAG E
004584*    CONCILIADOS PELO CONCRET) AINDA PENDENTES OU DIVERGENTES HA
004585*    MAIS DE WS-DIAS-UTEIS-CONCILIACAO DIAS UTEIS DA DATA DE
004586*    CREDITO. RETORNOS GRAVADOS ANTES DOS TOTAIS SAO IGNORADOS.
004587     MOVE WS-DIAS-UTEIS-CONCILIACAO TO WS-TIT-DIAS-UTEIS
004588     WRITE WL-LINHA FROM WS-LIN-TIT-RET-PEND
004589         AFTER ADVANCING 2 LINES
004590     MOVE "N" TO WS-SW-FIM-CTRLRET
004591     OPEN INPUT CTRL-RETORNO
004592     IF NOT WS-FS-CTRLRET-OK
004593         IF WS-FS-CTRLRET-NAO-EXISTE
004594             DISPLAY "CTRL-RETORNO NAO EXISTE, CONCILIACAO DOS "
004595                 "RETORNOS NAO CONFERIDA"
004596         ELSE
004597             DISPLAY "ERRO AO ABRIR CTRL-RETORNO: " WS-FS-CTRLRET
004598         END-IF
004599         GO TO 3500-APONTAR-RET-PENDENTES-EXIT
004600     END-IF
004601     WRITE WL-LINHA FROM WS-LIN-CAB-RET-PEND
004602         AFTER ADVANCING 1 LINE
004603     MOVE WS-DATA-HOJE TO WS-CNV-DATA
004604     PERFORM 9100-CONVERTER-DATA-DIAS
004605         THRU 9100-CONVERTER-DATA-DIAS-EXIT
004606     MOVE WS-CNV-DIAS TO WS-DIAS-HOJE
004607     MOVE WS-DT-REF-SEGUNDA TO WS-CNV-DATA
004608     PERFORM 9100-CONVERTER-DATA-DIAS
004609         THRU 9100-CONVERTER-DATA-DIAS-EXIT
004610     MOVE WS-CNV-DIAS TO WS-DIAS-REF-SEGUNDA
004611     PERFORM 8700-LER-CTRL-RETORNO
004612         THRU 8700-LER-CTRL-RETORNO-EXIT
004613     PERFORM 3600-CONFERIR-RETORNO
004614         THRU 3600-CONFERIR-RETORNO-EXIT
004615         UNTIL WS-FIM-CTRLRET
004616     CLOSE CTRL-RETORNO.
004617 3500-APONTAR-RET-PENDENTES-EXIT.
004618     EXIT.
004619*-----------------------------------------------------------------
004620 3600-CONFERIR-RETORNO.
004621     IF CT-DT-CREDITO NOT NUMERIC
004622         OR CT-QTD-DETALHES NOT NUMERIC
004623         OR CT-VLR-DETALHES NOT NUMERIC
004624         OR CT-CONCILIADO
004625         GO TO 3600-CONFERIR-LER
004626     END-IF
004627     MOVE CT-DT-CREDITO TO WS-CNV-DATA
004628     PERFORM 9100-CONVERTER-DATA-DIAS
004629         THRU 9100-CONVERTER-DATA-DIAS-EXIT
004630     MOVE ZEROS TO WS-DIAS-UTEIS-RET
004631     COMPUTE WS-DIA-CORRENTE = WS-CNV-DIAS + 1
004632     PERFORM 3700-CONTAR-DIA-UTIL
004633         THRU 3700-CONTAR-DIA-UTIL-EXIT
004634         UNTIL WS-DIA-CORRENTE GREATER THAN WS-DIAS-HOJE
004635     IF WS-DIAS-UTEIS-RET GREATER THAN WS-DIAS-UTEIS-CONCILIACAO
004636         ADD 1 TO WS-CNT-RET-PENDENTES
004637         PERFORM 7900-IMPRIMIR-RET-PENDENTE
004638             THRU 7900-IMPRIMIR-RET-PENDENTE-EXIT
004639     END-IF.
004640 3600-CONFERIR-LER.
004641     PERFORM 8700-LER-CTRL-RETORNO
004642         THRU 8700-LER-CTRL-RETORNO-EXIT.
004643 3600-CONFERIR-RETORNO-EXIT.
004644     EXIT.
004645*-----------------------------------------------------------------
004646 3700-CONTAR-DIA-UTIL.
004647*    DIA UTIL = SEGUNDA A SEXTA: RESTO 0 A 4 DA DIFERENCA DE DIAS
004648*    PARA UMA SEGUNDA-FEIRA CONHECIDA (WS-DT-REF-SEGUNDA).
004649     COMPUTE WS-DIAS-DESDE-REF = WS-DIA-CORRENTE
004650         - WS-DIAS-REF-SEGUNDA
004651     DIVIDE WS-DIAS-DESDE-REF BY 7 GIVING WS-QUOC-SEMANAS
004652         REMAINDER WS-DIA-SEMANA
004653     IF WS-DIA-SEMANA LESS THAN 5
004654         ADD 1 TO WS-DIAS-UTEIS-RET
004655     END-IF
004656     ADD 1 TO WS-DIA-CORRENTE.
004657 3700-CONTAR-DIA-UTIL-EXIT.
004658     EXIT.
004659*-----------------------------------------------------------------
004660 7000-IMPRIMIR-CABECALHO.
004661     ADD 1 TO WS-NR-PAGINA
004662     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
004663     IF WS-NR-PAGINA EQUAL 1
004664         WRITE WL-LINHA FROM WS-CAB-1
004665     ELSE
004666         WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
004670     END-IF
004680     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
004690     WRITE WL-LINHA FROM WS-CAB-3 AFTER ADVANCING 2 LINES
004910     WRITE WL-LINHA FROM WS-LIN-ORIGEM AFTER ADVANCING 1 LINE.
004920 7800-IMPRIMIR-ORIGEM-EXIT.
004930     EXIT.
004931*-----------------------------------------------------------------
004932 7850-IMPRIMIR-ORIGEM-DIA.
004933     MOVE WS-ORIG-ROT     (WS-IDX-ORIG) TO WS-ORG-ROTULO
004934     MOVE WS-ORIG-QTD-DIA (WS-IDX-ORIG) TO WS-ORG-QTD
004935     MOVE WS-ORIG-VLR-DIA (WS-IDX-ORIG) TO WS-ORG-VLR
004936     WRITE WL-LINHA FROM WS-LIN-ORIGEM AFTER ADVANCING 1 LINE.
004937 7850-IMPRIMIR-ORIGEM-DIA-EXIT.
004938     EXIT.
004939*-----------------------------------------------------------------
004940 7900-IMPRIMIR-RET-PENDENTE.
004941     MOVE CT-NR-RETORNO       TO WS-RPD-NR-RETORNO
004942     MOVE CT-DT-CREDITO       TO WS-RPD-DT-CREDITO
004943     MOVE CT-DT-PROCESSAMENTO TO WS-RPD-DT-PROCESSAMENTO
004944     MOVE CT-QTD-DETALHES     TO WS-RPD-QTD-DETALHES
004945     MOVE CT-VLR-DETALHES     TO WS-RPD-VLR-DETALHES
004946     MOVE WS-DIAS-UTEIS-RET   TO WS-RPD-DIAS-UTEIS
004947     IF CT-DIVERGENTE
004948         COMPUTE WS-VLR-DIF-RET = CT-VLR-CREDITO + CT-VLR-TARIFA
004949             - CT-VLR-DETALHES
004950         MOVE "DIVERGENTE"             TO WS-RPD-SITUACAO
004951     ELSE
004952         MOVE ZEROS TO WS-VLR-DIF-RET
004953         MOVE "SEM CREDITO NO EXTRATO" TO WS-RPD-SITUACAO
004954     END-IF
004955     MOVE WS-VLR-DIF-RET      TO WS-RPD-VLR-DIFERENCA
004956     WRITE WL-LINHA FROM WS-LIN-RET-PEND AFTER ADVANCING 1 LINE.
004957 7900-IMPRIMIR-RET-PENDENTE-EXIT.
004958     EXIT.
004959*-----------------------------------------------------------------
004960 8000-LER-MOVIMENTO.
004961     READ MOV-PAGAMENTOS
004970         AT END
004980             MOVE "S" TO WS-SW-FIM-MOV
004990     END-READ
005100     END-READ.
005110 8500-LER-CONTRATO-EXIT.
005120     EXIT.
005121*-----------------------------------------------------------------
005122 8700-LER-CTRL-RETORNO.
005123     READ CTRL-RETORNO
005124         AT END
005125             MOVE "S" TO WS-SW-FIM-CTRLRET
005126     END-READ
005127     IF NOT WS-FS-CTRLRET-SUCESSO
005128         MOVE "S" TO WS-SW-FIM-CTRLRET
005129     END-IF.
005130 8700-LER-CTRL-RETORNO-EXIT.
005131     EXIT.
005132*-----------------------------------------------------------------
005133 9100-CONVERTER-DATA-DIAS.
005134*    CONVERTE A DATA AAAAMMDD DE WS-CNV-DATA EM NUMERO DE DIAS
005135*    CORRIDOS DO CALENDARIO GREGORIANO (WS-CNV-DIAS), MESMA ROTINA
005136*    DO PROGVAR.
005137     IF WS-CNV-MM LESS THAN OR EQUAL TO 2
005138         COMPUTE WS-CNV-ANO-AJ = WS-CNV-AAAA - 1
005139         COMPUTE WS-CNV-MES-AJ = WS-CNV-MM + 12
005140     ELSE
005141         MOVE WS-CNV-AAAA TO WS-CNV-ANO-AJ
005142         MOVE WS-CNV-MM   TO WS-CNV-MES-AJ
005143     END-IF
005144     DIVIDE WS-CNV-ANO-AJ BY 4 GIVING WS-CNV-Q4
005145         REMAINDER WS-CNV-RESTO
005146     DIVIDE WS-CNV-ANO-AJ BY 100 GIVING WS-CNV-Q100
005147         REMAINDER WS-CNV-RESTO
005148     DIVIDE WS-CNV-ANO-AJ BY 400 GIVING WS-CNV-Q400
005149         REMAINDER WS-CNV-RESTO
005150     COMPUTE WS-CNV-QMES = (153 * (WS-CNV-MES-AJ + 1)) / 5
005151     COMPUTE WS-CNV-DIAS = (365 * WS-CNV-ANO-AJ)
005152         + WS-CNV-Q4 - WS-CNV-Q100 + WS-CNV-Q400
005153         + WS-CNV-QMES + WS-CNV-DD.
005154 9100-CONVERTER-DATA-DIAS-EXIT.
005155     EXIT.
005156*-----------------------------------------------------------------
005157* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
005158* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
005160* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
005170* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
005180* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
005190*-----------------------------------------------------------------
005200 9800-VERIFICAR-CADEIA.
005210     MOVE "N" TO WS-SW-PASSO-BLOQ
005220     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
005230     ACCEPT WS-PASSO-HORA FROM TIME
005240     OPEN I-O CTL-LOTE
005250     IF NOT WS-FS-CTLLOTE-OK
005260         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
005270         CLOSE CTL-LOTE
005280         OPEN OUTPUT CTL-LOTE
005290         CLOSE CTL-LOTE
005300         OPEN I-O CTL-LOTE
005310     END-IF
005320     IF NOT WS-FS-CTLLOTE-OK
005330         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
005340         MOVE "S" TO WS-SW-PASSO-BLOQ
005350         GO TO 9800-VERIFICAR-CADEIA-EXIT
005360     END-IF
005370     MOVE "S" TO WS-SW-CTLLOTE
005380     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
005390     MOVE "CADEIA" TO LT-PROGRAMA
005400     READ CTL-LOTE
005410         INVALID KEY
005420             MOVE SPACES TO LT-STS-PASSO
005430     END-READ
005440     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
005450         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
005460     END-IF
005470     PERFORM 9810-CONFERIR-PRE-REQ
005480         THRU 9810-CONFERIR-PRE-REQ-EXIT
005490         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
005500         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
005510     MOVE "N" TO WS-SW-PASSO-NOVO
005520     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
005530     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
005540     READ CTL-LOTE
005550         INVALID KEY
005560             MOVE "S" TO WS-SW-PASSO-NOVO
005570     END-READ
005580     IF WS-PASSO-NOVO
005590         MOVE ZEROS             TO LT-DADOS-PASSO
005600         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
005610         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
005620     END-IF
005630     ADD 1 TO LT-QTD-EXECUCOES
005640     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
005650     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
005660         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
005670     IF WS-PASSO-BLOQUEADO
005680         MOVE "B" TO LT-STS-PASSO
005690     ELSE
005700         MOVE "I" TO LT-STS-PASSO
005710     END-IF
005720     IF WS-PASSO-NOVO
005730         WRITE LT-REGISTRO
005740     ELSE
005750         REWRITE LT-REGISTRO
005760     END-IF
005770     IF NOT WS-FS-CTLLOTE-OK
005780         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
005790         MOVE "S" TO WS-SW-PASSO-BLOQ
005800     END-IF.
005810 9800-VERIFICAR-CADEIA-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840 9810-CONFERIR-PRE-REQ.
005850     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
005860     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
005870     READ CTL-LOTE
005880         INVALID KEY
005890             MOVE SPACES TO LT-STS-PASSO
005900     END-READ
005910     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
005920         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
005930             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
005940         MOVE "S" TO WS-SW-PASSO-BLOQ
005950     END-IF.
005960 9810-CONFERIR-PRE-REQ-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------------
005990* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
006000* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO
006010* COM DIVERGENCIAS OU RETORNOS NAO CONCILIADOS NO PRAZO,
006020* 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO POR PRE-REQUISITO.
006030* O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
006040*-----------------------------------------------------------------
006050 9850-REGISTRAR-PASSO.
006060     EVALUATE TRUE
006070         WHEN WS-PASSO-BLOQUEADO
006080             MOVE 16 TO WS-PASSO-RC
006090         WHEN WS-ERRO-INICIALIZACAO
006100             MOVE 12 TO WS-PASSO-RC
006110         WHEN WS-CNT-DIVERGENCIAS GREATER THAN ZEROS
006111             OR WS-CNT-RET-PENDENTES GREATER THAN ZEROS
006120             MOVE 4 TO WS-PASSO-RC
006130         WHEN OTHER
006140             MOVE ZEROS TO WS-PASSO-RC
006150     END-EVALUATE
006160     MOVE WS-PASSO-RC TO RETURN-CODE
006170     IF NOT WS-CTLLOTE-ABERTO
006180         GO TO 9850-REGISTRAR-PASSO-EXIT
006190     END-IF
006200     ACCEPT WS-PASSO-HORA FROM TIME
006210     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
006220     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
006230     READ CTL-LOTE
006240         INVALID KEY
006250             DISPLAY "PASSO " WS-PASSO-PROGRAMA
006260                 " NAO ENCONTRADO NO CTL-LOTE"
006270             CLOSE CTL-LOTE
006280             GO TO 9850-REGISTRAR-PASSO-EXIT
006290     END-READ
006300     EVALUATE WS-PASSO-RC
006310         WHEN 16
006320             MOVE "B" TO LT-STS-PASSO
006330         WHEN 12
006340             MOVE "E" TO LT-STS-PASSO
006350         WHEN OTHER
006360             MOVE "F" TO LT-STS-PASSO
006370     END-EVALUATE
006380     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
006390     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
006400     MOVE WS-CNT-MOV-LIDOS TO LT-QTD-LIDOS
006410     MOVE WS-CNT-CTR-LIDOS TO LT-QTD-GRAVADOS
006420     MOVE WS-CNT-DIVERGENCIAS TO LT-QTD-REJEITADOS
006430     REWRITE LT-REGISTRO
006440     IF NOT WS-FS-CTLLOTE-OK
006450         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
006460     END-IF
006470     CLOSE CTL-LOTE.
006480 9850-REGISTRAR-PASSO-EXIT.
006490     EXIT.
