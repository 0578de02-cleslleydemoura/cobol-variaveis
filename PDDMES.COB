000010******************************************************************
000020* PROGRAM:     PDDMES
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD) E
000090*              BAIXA PARA PERDAS: LE OS CONTRATOS EM ABERTO DO
000100*              CONTRATOS-MASTER, CALCULA O SALDO EM ABERTO MAIS
000110*              JUROS DE MORA (MESMA REGRA DO PROGVAR) E OS DIAS DE
000120*              ATRASO, E:
000130*              - BAIXA PARA PERDAS (CO-STS-REG "P") O CONTRATO
000140*                COM ATRASO ACIMA DOS DIAS DO REGISTRO "G" DO
000150*                PARAM-COBRANCA (ZERO = NAO BAIXA). O CONTRATO
000160*                BAIXADO SAI DA CARTEIRA VIVA (PROGVAR, GERREM,
000170*                PRJREC, RELDEV);
000180*              - CLASSIFICA OS DEMAIS NAS FAIXAS DE AGING DO
000190*                PROGVAR E APLICA O PERCENTUAL DA FAIXA
000200*                (REGISTROS "P" DO PARAM-COBRANCA, MANTIDOS PELO
000210*                CADPAR) SOBRE O SALDO MAIS MORA, OBTENDO A
000220*                PROVISAO DO MES;
000230*              - LISTA EM SEPARADO A RECUPERACAO DE PERDAS DO MES
000240*                (MOVIMENTOS DO MOV-PAGAMENTOS COM O FLAG DE
000250*                RECUPERACAO, LIQUIDOS DOS ESTORNOS).
000260*              EMITE O REL-PDD E GRAVA OS TOTAIS NA FOTOGRAFIA DA
000270*              COMPETENCIA DO HIST-CARTEIRA (GRUPO HC-PDD), AO
000280*              LADO DOS NUMEROS DO FECMES. RODA NO FECHAMENTO DO
000290*              MES; REPROCESSAR A MESMA COMPETENCIA SUBSTITUI A
000300*              PROVISAO E SOMA AS NOVAS BAIXAS DO DIA.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000341*   15/10/2026 CDM   ESTORNO DE RECUPERACAO ABATE O VALOR MAS NAO
000342*                    CONTA MAIS COMO RECUPERACAO NO MES.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PDDMES.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CO-CHAVE-CONTRATO
000450         FILE STATUS IS WS-FS-CONTMEST.
000460     SELECT PARAM-COBRANCA ASSIGN TO PARMCOB
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-PARMCOB.
000490     SELECT MOV-PAGAMENTOS ASSIGN TO MOVPAG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-MOVPAG.
000520     SELECT HIST-CARTEIRA ASSIGN TO HISTCART
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-HISTCART.
000550     SELECT REL-PDD ASSIGN TO RELPDD
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-RELPDD.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CONTRATOS-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620 01  CO-REGISTRO.
000630     COPY CONTREG REPLACING LEADING ==WS-== BY ==CO-==.
000640 FD  PARAM-COBRANCA
000650     LABEL RECORDS ARE STANDARD.
000660 01  PA-REGISTRO.
000670     COPY PARREG REPLACING LEADING ==WS-PA-== BY ==PA-==.
000680 FD  MOV-PAGAMENTOS
000690     LABEL RECORDS ARE STANDARD.
000700 01  MV-REGISTRO.
000710     COPY MOVPAG REPLACING LEADING ==WS-== BY ==MV-==.
000720 FD  HIST-CARTEIRA
000730     LABEL RECORDS ARE STANDARD.
000740 01  HC-REGISTRO.
000750     COPY HISTREG REPLACING LEADING ==WS-HC-== BY ==HC-==.
000760 FD  REL-PDD
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 132 CHARACTERS.
000790 01  WL-LINHA                     PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 01  WS-FS-CONTMEST               PIC X(02).
000820     88  WS-FS-CONT-OK            VALUE "00".
000830 01  WS-FS-PARMCOB                PIC X(02).
000840     88  WS-FS-PARMCOB-OK         VALUE "00".
000850     88  WS-FS-PARMCOB-SUCESSO    VALUE "00" THRU "09".
000860 01  WS-FS-MOVPAG                 PIC X(02).
000870     88  WS-FS-MOVPAG-OK          VALUE "00".
000880     88  WS-FS-MOVPAG-SUCESSO     VALUE "00" THRU "09".
000890 01  WS-FS-HISTCART               PIC X(02).
000900     88  WS-FS-HISTCART-OK        VALUE "00".
000910     88  WS-FS-HISTCART-SUCESSO   VALUE "00" THRU "09".
000920 01  WS-FS-RELPDD                 PIC X(02).
000930     88  WS-FS-RELPDD-OK          VALUE "00".
000940 01  WS-SWITCHES.
000950     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000960         88  WS-FIM-ARQ           VALUE "S".
000970     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
000980         88  WS-ERRO-INICIALIZACAO VALUE "S".
000990     05  WS-SW-FIM-PARM           PIC X(01)  VALUE "N".
001000         88  WS-FIM-PARM          VALUE "S".
001010     05  WS-SW-FIM-MOV            PIC X(01)  VALUE "N".
001020         88  WS-FIM-MOV           VALUE "S".
001030     05  WS-SW-FIM-HIST           PIC X(01)  VALUE "N".
001040         88  WS-FIM-HIST          VALUE "S".
001050     05  WS-SW-COMP-ACHADA        PIC X(01)  VALUE "N".
001060         88  WS-COMP-ACHADA       VALUE "S".
001070 01  WS-CONTADORES.
001080     05  WS-CNT-LIDOS             PIC 9(05)  VALUE ZEROS COMP.
001090     05  WS-CNT-CONTRATOS         PIC 9(05)  VALUE ZEROS COMP.
001100     05  WS-CNT-BAIXADOS          PIC 9(05)  VALUE ZEROS COMP.
001110     05  WS-CNT-RECUPERACOES      PIC 9(05)  VALUE ZEROS COMP.
001120     05  WS-CNT-ERRO              PIC 9(05)  VALUE ZEROS COMP.
001130*-----------------------------------------------------------------
001140* PARAMETROS DA PDD (REGISTROS "G" E "P" DO PARAM-COBRANCA). SEM
001150* O ARQUIVO OU SEM O REGISTRO, NAO HA BAIXA PARA PERDAS E A FAIXA
001160* FICA SEM PROVISAO.
001170*-----------------------------------------------------------------
001180 77  WS-DIAS-BAIXA-PERDA          PIC 9(04)  VALUE ZEROS.
001190 01  WS-TAB-PDD                   VALUE ZEROS.
001200     05  WS-TAB-PDD-PCT           PIC 9V9(04) OCCURS 5 TIMES.
001210*-----------------------------------------------------------------
001220* TAXAS DE MORA VIGENTES (REGISTROS TIPO "T") E AREAS DO
001230* CALCULO DE MORA MES A MES, MESMA REGRA DO PROGVAR
001240*-----------------------------------------------------------------
001250 77  WS-TAXA-MORA-MES             PIC V9(04) VALUE 0.0100.
001260 01  WS-TAB-TAXAS.
001270     05  WS-TAB-TAXA-ENT          OCCURS 24 TIMES.
001280         10  WS-TAB-DT-VIGENCIA   PIC 9(08).
001290         10  WS-TAB-TAXA          PIC 9V9(04).
001300 77  WS-QTD-TAXAS                 PIC 9(02)  VALUE ZEROS COMP.
001310 77  WS-TAXA-IDX                  PIC 9(02)  VALUE ZEROS COMP.
001320 77  WS-TAXA-VIGENTE              PIC 9V9(04) VALUE ZEROS.
001330 77  WS-TAXA-DT-ACHADA            PIC 9(08)  VALUE ZEROS.
001340 77  WS-MORA-IDX                  PIC 9(03)  VALUE ZEROS COMP.
001350 01  WS-MORA-DATA                 PIC 9(08).
001360 01  WS-MORA-DATA-R REDEFINES WS-MORA-DATA.
001370     05  WS-MORA-AAAA             PIC 9(04).
001380     05  WS-MORA-MM               PIC 9(02).
001390     05  WS-MORA-DD               PIC 9(02).
001400 77  WS-QTD-MESES-ATRASO          PIC 9(03)  VALUE ZEROS COMP.
001410 77  WS-VLR-JUROS-MORA            PIC 9(08)V99 VALUE ZEROS.
001420 77  WS-VLR-TOTAL-DIVIDA          PIC 9(08)V99 VALUE ZEROS.
001430 77  WS-VLR-PAGO                  PIC 9(08)V99 VALUE ZEROS.
001440 77  WS-VLR-FALTA                 PIC 9(08)V99 VALUE ZEROS.
001450 77  WS-VLR-BASE                  PIC 9(08)V99 VALUE ZEROS.
001460*-----------------------------------------------------------------
001470* QUADRO DA PDD POR FAIXA DE AGING (MESMAS FAIXAS E ROTULOS DO
001480* QUADRO DE AGING DO PROGVAR)
001490*-----------------------------------------------------------------
001500 01  WS-PDD-TABELA.
001510     05  WS-PDD-FAIXA             OCCURS 5 TIMES.
001520         10  WS-PDD-QTD           PIC 9(05) COMP.
001530         10  WS-PDD-BASE          PIC 9(10)V99.
001540         10  WS-PDD-PROVISAO      PIC 9(10)V99.
001550 01  WS-PDD-ROTULOS.
001560     05  FILLER                   PIC X(16) VALUE "A VENCER".
001570     05  FILLER                   PIC X(16) VALUE "ATE 30 DIAS".
001580     05  FILLER                   PIC X(16) VALUE "31 A 60 DIAS".
001590     05  FILLER                   PIC X(16) VALUE "61 A 90 DIAS".
001600     05  FILLER                   PIC X(16) VALUE "ACIMA DE 90".
001610 01  WS-PDD-ROTULOS-R REDEFINES WS-PDD-ROTULOS.
001620     05  WS-PDD-ROT               PIC X(16) OCCURS 5 TIMES.
001630 77  WS-PDD-IDX                   PIC 9(02)  VALUE ZEROS COMP.
001640 77  WS-PDD-QTD-TOT               PIC 9(05)  VALUE ZEROS COMP.
001650 77  WS-PDD-BASE-TOT              PIC 9(10)V99 VALUE ZEROS.
001660 77  WS-PDD-PROVISAO-TOT          PIC 9(10)V99 VALUE ZEROS.
001670 77  WS-VLR-BAIXA-PERDA           PIC 9(10)V99 VALUE ZEROS.
001680 77  WS-VLR-RECUPERADO            PIC S9(10)V99 VALUE ZEROS.
001690 77  WS-QTD-DIAS-ATRASO           PIC S9(05) VALUE ZEROS COMP.
001700 77  WS-DIAS-HOJE                 PIC 9(08)  VALUE ZEROS COMP.
001710*-----------------------------------------------------------------
001720* AREAS DA CONVERSAO DE DATA EM NUMERO DE DIAS (CALENDARIO
001730* GREGORIANO, ARITMETICA INTEIRA SEM FUNCOES INTRINSECAS)
001740*-----------------------------------------------------------------
001750 01  WS-CNV-DATA                  PIC 9(08).
001760 01  WS-CNV-DATA-R REDEFINES WS-CNV-DATA.
001770     05  WS-CNV-AAAA              PIC 9(04).
001780     05  WS-CNV-MM                PIC 9(02).
001790     05  WS-CNV-DD                PIC 9(02).
001800 77  WS-CNV-ANO-AJ                PIC 9(04)  VALUE ZEROS COMP.
001810 77  WS-CNV-MES-AJ                PIC 9(02)  VALUE ZEROS COMP.
001820 77  WS-CNV-Q4                    PIC 9(04)  VALUE ZEROS COMP.
001830 77  WS-CNV-Q100                  PIC 9(04)  VALUE ZEROS COMP.
001840 77  WS-CNV-Q400                  PIC 9(04)  VALUE ZEROS COMP.
001850 77  WS-CNV-QMES                  PIC 9(04)  VALUE ZEROS COMP.
001860 77  WS-CNV-RESTO                 PIC 9(04)  VALUE ZEROS COMP.
001870 77  WS-CNV-DIAS                  PIC 9(08)  VALUE ZEROS COMP.
001880*-----------------------------------------------------------------
001890* TABELA DO HISTORICO DA CARTEIRA (ATE 60 COMPETENCIAS, MANTIDA
001900* EM ORDEM DE COMPETENCIA), NOS MOLDES DO FECMES
001910*-----------------------------------------------------------------
001920 01  WS-TAB-HISTORICO.
001930     05  WS-TAB-COMP-ENT          OCCURS 60 TIMES.
001940         10  WS-TAB-HIST          PIC X(201).
001950 01  WS-REG-HIST.
001960     COPY HISTREG.
001970 77  WS-QTD-COMPETENCIAS          PIC 9(02)  VALUE ZEROS COMP.
001980 77  WS-IDX                       PIC 9(02)  VALUE ZEROS COMP.
001990 77  WS-IDX-ACHADA                PIC 9(02)  VALUE ZEROS COMP.
002000 77  WS-IDX-INSERIR               PIC 9(02)  VALUE ZEROS COMP.
002010 01  WS-COMPETENCIA               PIC 9(06).
002020 01  WS-DATA-HOJE                 PIC 9(08).
002030 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
002040     05  WS-AAAA-HOJE             PIC 9(04).
002050     05  WS-MM-HOJE               PIC 9(02).
002060     05  WS-DD-HOJE               PIC 9(02).
002070 01  WS-DATA-HOJE-R2 REDEFINES WS-DATA-HOJE.
002080     05  WS-AAAAMM-HOJE           PIC 9(06).
002090     05  FILLER                   PIC 9(02).
002100 01  WS-DT-MOV                    PIC 9(08).
002110 01  WS-DT-MOV-R REDEFINES WS-DT-MOV.
002120     05  WS-DT-MOV-AAAAMM         PIC 9(06).
002130     05  FILLER                   PIC 9(02).
002140 77  WS-MAX-LIN-PAGINA            PIC 9(03) VALUE 050 COMP.
002150 77  WS-CNT-LIN-PAGINA            PIC 9(03) VALUE ZEROS COMP.
002160 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
002170*-----------------------------------------------------------------
002180* AREAS DE IMPRESSAO DO RELATORIO DA PDD
002190*-----------------------------------------------------------------
002200 01  WS-CAB-1.
002210     05  FILLER                   PIC X(20)
002220         VALUE "SETOR DE COBRANCA".
002230     05  FILLER                   PIC X(40) VALUE SPACES.
002240     05  FILLER                   PIC X(39)
002250         VALUE "PROVISAO PARA DEVEDORES DUVIDOSOS".
002260     05  FILLER                   PIC X(23) VALUE SPACES.
002270     05  FILLER                   PIC X(07) VALUE "PAGINA ".
002280     05  WS-CAB-PAGINA            PIC ZZ9.
002290 01  WS-CAB-2.
002300     05  FILLER                   PIC X(06) VALUE "DATA: ".
002310     05  WS-CAB-DATA              PIC 9(08).
002320     05  FILLER                   PIC X(15)
002330         VALUE "  COMPETENCIA: ".
002340     05  WS-CAB-COMPETENCIA       PIC 9(06).
002350     05  FILLER                   PIC X(27)
002360         VALUE "  DIAS P/ BAIXA P/ PERDAS: ".
002370     05  WS-CAB-DIAS-BAIXA        PIC ZZZ9.
002380     05  FILLER                   PIC X(66) VALUE SPACES.
002390 01  WS-CAB-TITULO.
002400     05  WS-CAB-TITULO-TXT        PIC X(60).
002410     05  FILLER                   PIC X(72) VALUE SPACES.
002420 01  WS-CAB-BAIXA.
002430     05  FILLER                   PIC X(13) VALUE "CPF".
002440     05  FILLER                   PIC X(06) VALUE "CTR".
002450     05  FILLER                   PIC X(10) VALUE "VENCTO".
002460     05  FILLER                   PIC X(08) VALUE "DIAS".
002470     05  FILLER                   PIC X(15) VALUE "SALDO".
002480     05  FILLER                   PIC X(15) VALUE "JUROS MORA".
002490     05  FILLER                   PIC X(15) VALUE "TOTAL BAIXADO".
002500 01  WS-DET-BAIXA.
002510     05  WS-DBX-CPF               PIC 9(11).
002520     05  FILLER                   PIC X(02) VALUE SPACES.
002530     05  WS-DBX-CONTRATO          PIC 9(03).
002540     05  FILLER                   PIC X(03) VALUE SPACES.
002550     05  WS-DBX-VENCTO            PIC 9(08).
002560     05  FILLER                   PIC X(02) VALUE SPACES.
002570     05  WS-DBX-DIAS              PIC ZZZZ9.
002580     05  FILLER                   PIC X(03) VALUE SPACES.
002590     05  WS-DBX-SALDO             PIC $$,$$$,$$9.99.
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002610     05  WS-DBX-MORA              PIC $$,$$$,$$9.99.
002620     05  FILLER                   PIC X(02) VALUE SPACES.
002630     05  WS-DBX-TOTAL             PIC $$,$$$,$$9.99.
002640 01  WS-CAB-FAIXA.
002650     05  FILLER                   PIC X(18)
002660         VALUE "FAIXA DE ATRASO".
002670     05  FILLER                   PIC X(08) VALUE "QTD".
002680     05  FILLER                   PIC X(19) VALUE "SALDO + MORA".
002690     05  FILLER                   PIC X(10) VALUE "PCT PDD".
002700     05  FILLER                   PIC X(19) VALUE "PROVISAO".
002710 01  WS-DET-FAIXA.
002720     05  WS-DFX-ROTULO            PIC X(16).
002730     05  FILLER                   PIC X(02) VALUE SPACES.
002740     05  WS-DFX-QTD               PIC ZZ,ZZ9.
002750     05  FILLER                   PIC X(02) VALUE SPACES.
002760     05  WS-DFX-BASE              PIC $$$,$$$,$$$,$$9.99.
002770     05  FILLER                   PIC X(02) VALUE SPACES.
002780     05  WS-DFX-PCT               PIC 9.9999.
002790     05  FILLER                   PIC X(02) VALUE SPACES.
002800     05  WS-DFX-PROVISAO          PIC $$$,$$$,$$$,$$9.99.
002810 01  WS-CAB-RECUP.
002820     05  FILLER                   PIC X(10) VALUE "DATA".
002830     05  FILLER                   PIC X(13) VALUE "CPF".
002840     05  FILLER                   PIC X(06) VALUE "CTR".
002850     05  FILLER                   PIC X(06) VALUE "PARC".
002860     05  FILLER                   PIC X(08) VALUE "ORIGEM".
002870     05  FILLER                   PIC X(15) VALUE "VALOR".
002880 01  WS-DET-RECUP.
002890     05  WS-DRC-DATA              PIC 9(08).
002900     05  FILLER                   PIC X(02) VALUE SPACES.
002910     05  WS-DRC-CPF               PIC 9(11).
002920     05  FILLER                   PIC X(02) VALUE SPACES.
002930     05  WS-DRC-CONTRATO          PIC 9(03).
002940     05  FILLER                   PIC X(03) VALUE SPACES.
002950     05  WS-DRC-PARCELA           PIC 9(03).
002960     05  FILLER                   PIC X(03) VALUE SPACES.
002970     05  WS-DRC-ORIGEM            PIC X(01).
002980     05  FILLER                   PIC X(06) VALUE SPACES.
002990     05  WS-DRC-VALOR             PIC -$$$,$$9.99.
003000 01  WS-LIN-TOTAL.
003010     05  WS-TOT-ROTULO            PIC X(40).
003020     05  WS-TOT-QTD               PIC ZZ,ZZ9.
003030     05  FILLER                   PIC X(02) VALUE SPACES.
003040     05  WS-TOT-VALOR             PIC -$$$,$$$,$$$,$$9.99.
003050 PROCEDURE DIVISION.
003060 0000-MAINLINE.
003070     PERFORM 1000-INICIALIZAR
003080         THRU 1000-INICIALIZAR-EXIT
003090     IF NOT WS-ERRO-INICIALIZACAO
003100         PERFORM 2000-PROCESSAR-CONTRATO
003110             THRU 2000-PROCESSAR-CONTRATO-EXIT
003120             UNTIL WS-FIM-ARQ
003130         PERFORM 3000-FINALIZAR
003140             THRU 3000-FINALIZAR-EXIT
003150     END-IF
003160     GOBACK.
003170*-----------------------------------------------------------------
003180 1000-INICIALIZAR.
003190     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003200     MOVE WS-AAAAMM-HOJE TO WS-COMPETENCIA
003210     MOVE WS-DATA-HOJE TO WS-CNV-DATA
003220     PERFORM 9100-CONVERTER-DATA-DIAS
003230         THRU 9100-CONVERTER-DATA-DIAS-EXIT
003240     MOVE WS-CNV-DIAS TO WS-DIAS-HOJE
003250     PERFORM 1100-CARREGAR-PARAMETROS
003260         THRU 1100-CARREGAR-PARAMETROS-EXIT
003270     OPEN I-O CONTRATOS-MASTER
003280     IF NOT WS-FS-CONT-OK
003290         DISPLAY "ERRO AO ABRIR CONTRATOS-MASTER: " WS-FS-CONTMEST
003300         MOVE "S" TO WS-SW-FIM-ARQ
003310         MOVE "S" TO WS-SW-ERRO-INIC
003320         GO TO 1000-INICIALIZAR-EXIT
003330     END-IF
003340     OPEN OUTPUT REL-PDD
003350     IF NOT WS-FS-RELPDD-OK
003360         DISPLAY "ERRO AO ABRIR REL-PDD: " WS-FS-RELPDD
003370         CLOSE CONTRATOS-MASTER
003380         MOVE "S" TO WS-SW-FIM-ARQ
003390         MOVE "S" TO WS-SW-ERRO-INIC
003400         GO TO 1000-INICIALIZAR-EXIT
003410     END-IF
003420     MOVE WS-DATA-HOJE        TO WS-CAB-DATA
003430     MOVE WS-COMPETENCIA      TO WS-CAB-COMPETENCIA
003440     MOVE WS-DIAS-BAIXA-PERDA TO WS-CAB-DIAS-BAIXA
003450     PERFORM 7000-IMPRIMIR-CABECALHO
003460         THRU 7000-IMPRIMIR-CABECALHO-EXIT
003470     MOVE "CONTRATOS BAIXADOS PARA PERDAS NESTA RODADA"
003480         TO WS-CAB-TITULO-TXT
003490     WRITE WL-LINHA FROM WS-CAB-TITULO AFTER ADVANCING 2 LINES
003500     WRITE WL-LINHA FROM WS-CAB-BAIXA AFTER ADVANCING 1 LINE
003510     ADD 2 TO WS-CNT-LIN-PAGINA
003520     PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT.
003530 1000-INICIALIZAR-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------------
003560 1100-CARREGAR-PARAMETROS.
003570*    CARREGA AS TAXAS DE MORA (TIPO "T"), OS DIAS PARA A BAIXA
003580*    PARA PERDAS (TIPO "G") E OS PERCENTUAIS DA PDD (TIPO "P")
003590*    DO PARAM-COBRANCA. NA FALTA DO ARQUIVO, VALEM OS PADROES DE
003600*    WORKING-STORAGE.
003610     OPEN INPUT PARAM-COBRANCA
003620     IF NOT WS-FS-PARMCOB-OK
003630         DISPLAY "PARAM-COBRANCA NAO ENCONTRADO, USANDO OS "
003640             "PARAMETROS PADRAO"
003650         CLOSE PARAM-COBRANCA
003660         GO TO 1100-CARREGAR-PARAMETROS-EXIT
003670     END-IF
003680     MOVE ZEROS TO WS-QTD-TAXAS
003690     MOVE "N"   TO WS-SW-FIM-PARM
003700     PERFORM 1110-LER-PARAMETRO THRU 1110-LER-PARAMETRO-EXIT
003710     PERFORM 1120-GUARDAR-PARAMETRO
003720         THRU 1120-GUARDAR-PARAMETRO-EXIT
003730         UNTIL WS-FIM-PARM
003740     CLOSE PARAM-COBRANCA.
003750 1100-CARREGAR-PARAMETROS-EXIT.
003760     EXIT.
003770*-----------------------------------------------------------------
003780 1110-LER-PARAMETRO.
003790     READ PARAM-COBRANCA
003800         AT END
003810             MOVE "S" TO WS-SW-FIM-PARM
003820     END-READ
003830     IF NOT WS-FS-PARMCOB-SUCESSO
003840         MOVE "S" TO WS-SW-FIM-PARM
003850     END-IF.
003860 1110-LER-PARAMETRO-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------------
003890 1120-GUARDAR-PARAMETRO.
003900     EVALUATE TRUE
003910         WHEN PA-REG-GERAL
003920             IF PA-DIAS-BAIXA-PERDA NUMERIC
003930                 MOVE PA-DIAS-BAIXA-PERDA TO WS-DIAS-BAIXA-PERDA
003940             END-IF
003950         WHEN PA-REG-TAXA
003960             IF WS-QTD-TAXAS LESS THAN 24
003970                 AND PA-DT-VIGENCIA NUMERIC
003980                 AND PA-TAXA-MORA NUMERIC
003990                 ADD 1 TO WS-QTD-TAXAS
004000                 MOVE PA-DT-VIGENCIA
004010                     TO WS-TAB-DT-VIGENCIA (WS-QTD-TAXAS)
004020                 MOVE PA-TAXA-MORA
004030                     TO WS-TAB-TAXA (WS-QTD-TAXAS)
004040             ELSE
004050                 DISPLAY "REGISTRO DE TAXA IGNORADO EM "
004060                     "PARAM-COBRANCA"
004070             END-IF
004080         WHEN PA-REG-PDD
004090             IF PA-PDD-FAIXA NUMERIC
004100                 AND PA-PDD-FAIXA GREATER THAN ZERO
004110                 AND PA-PDD-FAIXA NOT GREATER THAN 5
004120                 AND PA-PDD-PCT NUMERIC
004130                 MOVE PA-PDD-PCT TO WS-TAB-PDD-PCT (PA-PDD-FAIXA)
004140             ELSE
004150                 DISPLAY "REGISTRO DE PDD IGNORADO EM "
004160                     "PARAM-COBRANCA"
004170             END-IF
004180         WHEN OTHER
004190*            OS DEMAIS TIPOS (DESCONTO, DEVEDORES) NAO INTERESSAM
004200*            A ESTE PROGRAMA.
004210             CONTINUE
004220     END-EVALUATE
004230     PERFORM 1110-LER-PARAMETRO THRU 1110-LER-PARAMETRO-EXIT.
004240 1120-GUARDAR-PARAMETRO-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------------
004270 2000-PROCESSAR-CONTRATO.
004280*    CONTRATO INATIVO OU JA BAIXADO PARA PERDAS NAO ENTRA NA PDD.
004290*    O CONTRATO EM ABERTO COM ATRASO ACIMA DO LIMITE E BAIXADO;
004300*    OS DEMAIS ENTRAM NA PROVISAO DA SUA FAIXA DE AGING.
004310     ADD 1 TO WS-CNT-LIDOS
004320     IF CO-REG-INATIVO
004330         OR CO-REG-PERDA
004340         GO TO 2000-PROCESSAR-LER
004350     END-IF
004360
004370     IF CO-VLR-PARC NOT NUMERIC
004380         OR CO-QTD-PARC NOT NUMERIC
004390         OR CO-PARC-PAG NOT NUMERIC
004400         OR CO-DT-VENCTO NOT NUMERIC
004410         OR CO-PARC-PAG GREATER THAN CO-QTD-PARC
004420         ADD 1 TO WS-CNT-ERRO
004430         DISPLAY "CONTRATO COM DADOS INVALIDOS, CPF: " CO-CPF
004440             " CONTRATO: " CO-NR-CONTRATO
004450         GO TO 2000-PROCESSAR-LER
004460     END-IF
004470
004480     IF CO-PARC-PAG GREATER THAN OR EQUAL TO CO-QTD-PARC
004490         GO TO 2000-PROCESSAR-LER
004500     END-IF
004510
004520     ADD 1 TO WS-CNT-CONTRATOS
004530     COMPUTE WS-VLR-TOTAL-DIVIDA = CO-QTD-PARC * CO-VLR-PARC
004540     COMPUTE WS-VLR-PAGO         = CO-PARC-PAG * CO-VLR-PARC
004550     COMPUTE WS-VLR-FALTA        = WS-VLR-TOTAL-DIVIDA -
004560         WS-VLR-PAGO
004570
004580     MOVE ZEROS TO WS-QTD-MESES-ATRASO
004590     MOVE ZEROS TO WS-VLR-JUROS-MORA
004600     IF CO-DT-VENCTO LESS THAN WS-DATA-HOJE
004610         COMPUTE WS-QTD-MESES-ATRASO =
004620             ((WS-AAAA-HOJE - CO-AAAA-VENCTO) * 12) +
004630             (WS-MM-HOJE - CO-MM-VENCTO)
004640         IF WS-QTD-MESES-ATRASO GREATER THAN ZEROS
004650             PERFORM 2400-CALCULAR-JUROS-MORA
004660                 THRU 2400-CALCULAR-JUROS-MORA-EXIT
004670         END-IF
004680     END-IF
004690     COMPUTE WS-VLR-BASE = WS-VLR-FALTA + WS-VLR-JUROS-MORA
004700
004710     MOVE CO-DT-VENCTO TO WS-CNV-DATA
004720     PERFORM 9100-CONVERTER-DATA-DIAS
004730         THRU 9100-CONVERTER-DATA-DIAS-EXIT
004740     COMPUTE WS-QTD-DIAS-ATRASO = WS-DIAS-HOJE - WS-CNV-DIAS
004750
004760     IF WS-DIAS-BAIXA-PERDA GREATER THAN ZEROS
004770         AND WS-QTD-DIAS-ATRASO GREATER THAN WS-DIAS-BAIXA-PERDA
004780         PERFORM 2600-BAIXAR-PARA-PERDAS
004790             THRU 2600-BAIXAR-PARA-PERDAS-EXIT
004800     ELSE
004810         PERFORM 2300-CLASSIFICAR-FAIXA
004820             THRU 2300-CLASSIFICAR-FAIXA-EXIT
004830     END-IF.
004840 2000-PROCESSAR-LER.
004850     PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT.
004860 2000-PROCESSAR-CONTRATO-EXIT.
004870     EXIT.
004880*-----------------------------------------------------------------
004890 2300-CLASSIFICAR-FAIXA.
004900*    MESMAS FAIXAS DE DIAS DE ATRASO DO QUADRO DE AGING DO
004910*    PROGVAR; A BASE DA PROVISAO E O SALDO EM ABERTO MAIS MORA.
004920     EVALUATE TRUE
004930         WHEN WS-QTD-DIAS-ATRASO LESS THAN OR EQUAL TO ZEROS
004940             MOVE 1 TO WS-PDD-IDX
004950         WHEN WS-QTD-DIAS-ATRASO LESS THAN OR EQUAL TO 30
004960             MOVE 2 TO WS-PDD-IDX
004970         WHEN WS-QTD-DIAS-ATRASO LESS THAN OR EQUAL TO 60
004980             MOVE 3 TO WS-PDD-IDX
004990         WHEN WS-QTD-DIAS-ATRASO LESS THAN OR EQUAL TO 90
005000             MOVE 4 TO WS-PDD-IDX
005010         WHEN OTHER
005020             MOVE 5 TO WS-PDD-IDX
005030     END-EVALUATE
005040     ADD 1           TO WS-PDD-QTD  (WS-PDD-IDX)
005050     ADD WS-VLR-BASE TO WS-PDD-BASE (WS-PDD-IDX).
005060 2300-CLASSIFICAR-FAIXA-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------------
005090 2400-CALCULAR-JUROS-MORA.
005100*    ACUMULA OS JUROS DE MORA MES A MES SOBRE O SALDO EM ABERTO,
005110*    APLICANDO EM CADA MES DE ATRASO A TAXA VIGENTE NAQUELE MES,
005120*    MESMA REGRA DO PROGVAR.
005130     MOVE ZEROS          TO WS-VLR-JUROS-MORA
005140     MOVE CO-AAAA-VENCTO TO WS-MORA-AAAA
005150     MOVE CO-MM-VENCTO   TO WS-MORA-MM
005160     MOVE 01             TO WS-MORA-DD
005170     PERFORM 2410-ACUMULAR-JUROS-MES
005180         THRU 2410-ACUMULAR-JUROS-MES-EXIT
005190         VARYING WS-MORA-IDX FROM 1 BY 1
005200         UNTIL WS-MORA-IDX GREATER THAN WS-QTD-MESES-ATRASO.
005210 2400-CALCULAR-JUROS-MORA-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240 2410-ACUMULAR-JUROS-MES.
005250     ADD 1 TO WS-MORA-MM
005260     IF WS-MORA-MM GREATER THAN 12
005270         MOVE 01 TO WS-MORA-MM
005280         ADD 1   TO WS-MORA-AAAA
005290     END-IF
005300     PERFORM 9200-BUSCAR-TAXA-VIGENTE
005310         THRU 9200-BUSCAR-TAXA-VIGENTE-EXIT
005320     COMPUTE WS-VLR-JUROS-MORA ROUNDED =
005330         WS-VLR-JUROS-MORA + (WS-VLR-FALTA * WS-TAXA-VIGENTE).
005340 2410-ACUMULAR-JUROS-MES-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370 2600-BAIXAR-PARA-PERDAS.
005380*    MARCA O CONTRATO COMO BAIXADO PARA PERDAS. O SALDO BAIXADO
005390*    (SALDO EM ABERTO MAIS MORA) SAI DA PROVISAO E VAI PARA O
005400*    TOTAL DE BAIXAS DO MES.
005410     MOVE "P" TO CO-STS-REG
005420     REWRITE CO-REGISTRO
005430     IF NOT WS-FS-CONT-OK
005440         ADD 1 TO WS-CNT-ERRO
005450         DISPLAY "ERRO AO BAIXAR CONTRATO PARA PERDAS, CPF: "
005460             CO-CPF " CONTRATO: " CO-NR-CONTRATO
005470             " STATUS: " WS-FS-CONTMEST
005480         GO TO 2600-BAIXAR-PARA-PERDAS-EXIT
005490     END-IF
005500     ADD 1           TO WS-CNT-BAIXADOS
005510     ADD WS-VLR-BASE TO WS-VLR-BAIXA-PERDA
005520     IF WS-CNT-LIN-PAGINA GREATER THAN OR EQUAL TO
005530         WS-MAX-LIN-PAGINA
005540         PERFORM 7000-IMPRIMIR-CABECALHO
005550             THRU 7000-IMPRIMIR-CABECALHO-EXIT
005560         WRITE WL-LINHA FROM WS-CAB-BAIXA AFTER ADVANCING 2 LINES
005570     END-IF
005580     MOVE CO-CPF             TO WS-DBX-CPF
005590     MOVE CO-NR-CONTRATO     TO WS-DBX-CONTRATO
005600     MOVE CO-DT-VENCTO       TO WS-DBX-VENCTO
005610     MOVE WS-QTD-DIAS-ATRASO TO WS-DBX-DIAS
005620     MOVE WS-VLR-FALTA       TO WS-DBX-SALDO
005630     MOVE WS-VLR-JUROS-MORA  TO WS-DBX-MORA
005640     MOVE WS-VLR-BASE        TO WS-DBX-TOTAL
005650     WRITE WL-LINHA FROM WS-DET-BAIXA AFTER ADVANCING 1 LINE
005660     ADD 1 TO WS-CNT-LIN-PAGINA.
005670 2600-BAIXAR-PARA-PERDAS-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700 3000-FINALIZAR.
005710     MOVE "TOTAL BAIXADO PARA PERDAS" TO WS-TOT-ROTULO
005720     MOVE WS-CNT-BAIXADOS    TO WS-TOT-QTD
005730     MOVE WS-VLR-BAIXA-PERDA TO WS-TOT-VALOR
005740     WRITE WL-LINHA FROM WS-LIN-TOTAL AFTER ADVANCING 2 LINES
005750
005760     PERFORM 3100-IMPRIMIR-PROVISAO
005770         THRU 3100-IMPRIMIR-PROVISAO-EXIT
005780     PERFORM 4000-APURAR-RECUPERACAO
005790         THRU 4000-APURAR-RECUPERACAO-EXIT
005800     PERFORM 5000-ATUALIZAR-HISTORICO
005810         THRU 5000-ATUALIZAR-HISTORICO-EXIT
005820
005830     DISPLAY "PDDMES ENCERRADO. COMPETENCIA: " WS-COMPETENCIA
005840     DISPLAY "CONTRATOS LIDOS.......: " WS-CNT-LIDOS
005850     DISPLAY "CONTRATOS EM ABERTO...: " WS-CNT-CONTRATOS
005860     DISPLAY "BAIXADOS PARA PERDAS..: " WS-CNT-BAIXADOS
005870     DISPLAY "RECUPERACOES NO MES...: " WS-CNT-RECUPERACOES
005880     DISPLAY "ERROS.................: " WS-CNT-ERRO
005890
005900     CLOSE CONTRATOS-MASTER
005910     CLOSE REL-PDD.
005920 3000-FINALIZAR-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------------
005950 3100-IMPRIMIR-PROVISAO.
005960*    QUADRO DA PDD: PROVISAO DA FAIXA = PERCENTUAL DA FAIXA SOBRE
005970*    O SALDO MAIS MORA DOS CONTRATOS DA FAIXA.
005980     PERFORM 7000-IMPRIMIR-CABECALHO
005990         THRU 7000-IMPRIMIR-CABECALHO-EXIT
006000     MOVE "PROVISAO POR FAIXA DE ATRASO" TO WS-CAB-TITULO-TXT
006010     WRITE WL-LINHA FROM WS-CAB-TITULO AFTER ADVANCING 2 LINES
006020     WRITE WL-LINHA FROM WS-CAB-FAIXA AFTER ADVANCING 1 LINE
006030     PERFORM 3200-IMPRIMIR-FAIXA
006040         THRU 3200-IMPRIMIR-FAIXA-EXIT
006050         VARYING WS-PDD-IDX FROM 1 BY 1
006060         UNTIL WS-PDD-IDX GREATER THAN 5
006070     MOVE "TOTAL DA PROVISAO DO MES" TO WS-TOT-ROTULO
006080     MOVE WS-PDD-QTD-TOT      TO WS-TOT-QTD
006090     MOVE WS-PDD-PROVISAO-TOT TO WS-TOT-VALOR
006100     WRITE WL-LINHA FROM WS-LIN-TOTAL AFTER ADVANCING 2 LINES.
006110 3100-IMPRIMIR-PROVISAO-EXIT.
006120     EXIT.
006130*-----------------------------------------------------------------
006140 3200-IMPRIMIR-FAIXA.
006150     COMPUTE WS-PDD-PROVISAO (WS-PDD-IDX) ROUNDED =
006160         WS-PDD-BASE (WS-PDD-IDX) * WS-TAB-PDD-PCT (WS-PDD-IDX)
006170     ADD WS-PDD-QTD (WS-PDD-IDX)      TO WS-PDD-QTD-TOT
006180     ADD WS-PDD-BASE (WS-PDD-IDX)     TO WS-PDD-BASE-TOT
006190     ADD WS-PDD-PROVISAO (WS-PDD-IDX) TO WS-PDD-PROVISAO-TOT
006200     MOVE WS-PDD-ROT (WS-PDD-IDX)      TO WS-DFX-ROTULO
006210     MOVE WS-PDD-QTD (WS-PDD-IDX)      TO WS-DFX-QTD
006220     MOVE WS-PDD-BASE (WS-PDD-IDX)     TO WS-DFX-BASE
006230     MOVE WS-TAB-PDD-PCT (WS-PDD-IDX)  TO WS-DFX-PCT
006240     MOVE WS-PDD-PROVISAO (WS-PDD-IDX) TO WS-DFX-PROVISAO
006250     WRITE WL-LINHA FROM WS-DET-FAIXA AFTER ADVANCING 1 LINE.
006260 3200-IMPRIMIR-FAIXA-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290 4000-APURAR-RECUPERACAO.
006300*    RECUPERACAO DE PERDAS DA COMPETENCIA: BAIXAS COM O FLAG DE
006310*    RECUPERACAO (CONTRATO JA BAIXADO PARA PERDAS NA DATA DO
006320*    PAGAMENTO), MENOS OS ESTORNOS DESSAS BAIXAS.
006330     MOVE "RECUPERACAO DE PERDAS DA COMPETENCIA" TO
006340         WS-CAB-TITULO-TXT
006350     WRITE WL-LINHA FROM WS-CAB-TITULO AFTER ADVANCING 3 LINES
006360     WRITE WL-LINHA FROM WS-CAB-RECUP AFTER ADVANCING 1 LINE
006370     MOVE ZEROS TO WS-VLR-RECUPERADO
006380     OPEN INPUT MOV-PAGAMENTOS
006390     IF NOT WS-FS-MOVPAG-OK
006400         DISPLAY "MOV-PAGAMENTOS NAO ENCONTRADO, SEM RECUPERACAO "
006410             "DE PERDAS NO MES"
006420         CLOSE MOV-PAGAMENTOS
006430         GO TO 4000-APURAR-RECUPERACAO-TOT
006440     END-IF
006450     MOVE "N" TO WS-SW-FIM-MOV
006460     PERFORM 8100-LER-MOVIMENTO THRU 8100-LER-MOVIMENTO-EXIT
006470     PERFORM 4100-TRATAR-MOVIMENTO
006480         THRU 4100-TRATAR-MOVIMENTO-EXIT
006490         UNTIL WS-FIM-MOV
006500     CLOSE MOV-PAGAMENTOS.
006510 4000-APURAR-RECUPERACAO-TOT.
006520     IF WS-VLR-RECUPERADO LESS THAN ZEROS
006530         MOVE ZEROS TO WS-VLR-RECUPERADO
006540     END-IF
006550     MOVE "TOTAL RECUPERADO NO MES" TO WS-TOT-ROTULO
006560     MOVE WS-CNT-RECUPERACOES TO WS-TOT-QTD
006570     MOVE WS-VLR-RECUPERADO   TO WS-TOT-VALOR
006580     WRITE WL-LINHA FROM WS-LIN-TOTAL AFTER ADVANCING 2 LINES.
006590 4000-APURAR-RECUPERACAO-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------------
006620 4100-TRATAR-MOVIMENTO.
006630     IF NOT MV-RECUPERACAO
006640         OR MV-DT-PAGTO NOT NUMERIC
006650         OR MV-VLR-PAGO NOT NUMERIC
006660         GO TO 4100-TRATAR-LER
006670     END-IF
006680     MOVE MV-DT-PAGTO TO WS-DT-MOV
006690     IF WS-DT-MOV-AAAAMM NOT EQUAL WS-COMPETENCIA
006700         GO TO 4100-TRATAR-LER
006710     END-IF
006730     IF MV-ESTORNO
006740         SUBTRACT MV-VLR-PAGO FROM WS-VLR-RECUPERADO
006750         COMPUTE WS-DRC-VALOR = MV-VLR-PAGO * -1
006760     ELSE
006765         ADD 1 TO WS-CNT-RECUPERACOES
006770         ADD MV-VLR-PAGO TO WS-VLR-RECUPERADO
006780         MOVE MV-VLR-PAGO TO WS-DRC-VALOR
006790     END-IF
006800     MOVE MV-DT-PAGTO     TO WS-DRC-DATA
006810     MOVE MV-CPF          TO WS-DRC-CPF
006820     MOVE MV-NR-CONTRATO  TO WS-DRC-CONTRATO
006830     MOVE MV-NR-PARCELA   TO WS-DRC-PARCELA
006840     MOVE MV-ORIGEM-BAIXA TO WS-DRC-ORIGEM
006850     WRITE WL-LINHA FROM WS-DET-RECUP AFTER ADVANCING 1 LINE.
006860 4100-TRATAR-LER.
006870     PERFORM 8100-LER-MOVIMENTO THRU 8100-LER-MOVIMENTO-EXIT.
006880 4100-TRATAR-MOVIMENTO-EXIT.
006890     EXIT.
006900*-----------------------------------------------------------------
006910 5000-ATUALIZAR-HISTORICO.
006920*    GRAVA OS TOTAIS DA PDD NA FOTOGRAFIA DA COMPETENCIA DO
006930*    HIST-CARTEIRA. SE O FECMES AINDA NAO FOTOGRAFOU A
006940*    COMPETENCIA, INCLUI O REGISTRO SO COM OS TOTAIS DA PDD; O
006950*    FECMES COMPLETA OS DEMAIS NUMEROS E PRESERVA OS DA PDD. AS
006960*    BAIXAS SE SOMAM AS DE RODADAS ANTERIORES DA MESMA
006970*    COMPETENCIA (O CONTRATO JA BAIXADO NAO E BAIXADO DE NOVO).
006980     PERFORM 5100-CARREGAR-HISTORICO
006990         THRU 5100-CARREGAR-HISTORICO-EXIT
007000     PERFORM 5300-PROCURAR-COMPETENCIA
007010         THRU 5300-PROCURAR-COMPETENCIA-EXIT
007020     IF WS-COMP-ACHADA
007030         MOVE WS-TAB-HIST (WS-IDX-ACHADA) TO WS-REG-HIST
007040         IF WS-HC-QTD-BAIXA-PERDA NOT NUMERIC
007050             OR WS-HC-VLR-BAIXA-PERDA NOT NUMERIC
007060             MOVE ZEROS TO WS-HC-QTD-BAIXA-PERDA
007070             MOVE ZEROS TO WS-HC-VLR-BAIXA-PERDA
007080         END-IF
007090     ELSE
007100         MOVE ZEROS          TO WS-REG-HIST
007110         MOVE WS-COMPETENCIA TO WS-HC-COMPETENCIA
007120         MOVE WS-DATA-HOJE   TO WS-HC-DATA-PROCESSAMENTO
007130     END-IF
007140     MOVE WS-PDD-PROVISAO-TOT TO WS-HC-VLR-PROVISAO
007150     ADD WS-CNT-BAIXADOS      TO WS-HC-QTD-BAIXA-PERDA
007160     ADD WS-VLR-BAIXA-PERDA   TO WS-HC-VLR-BAIXA-PERDA
007170     MOVE WS-VLR-RECUPERADO   TO WS-HC-VLR-RECUPERADO
007180     IF WS-COMP-ACHADA
007190         MOVE WS-REG-HIST TO WS-TAB-HIST (WS-IDX-ACHADA)
007200     ELSE
007210         PERFORM 5400-INSERIR-EM-ORDEM
007220             THRU 5400-INSERIR-EM-ORDEM-EXIT
007230     END-IF
007240     PERFORM 7500-REGRAVAR-HISTORICO
007250         THRU 7500-REGRAVAR-HISTORICO-EXIT
007260     DISPLAY "TOTAIS DA PDD GRAVADOS NA COMPETENCIA "
007270         WS-COMPETENCIA " DO HIST-CARTEIRA".
007280 5000-ATUALIZAR-HISTORICO-EXIT.
007290     EXIT.
007300*-----------------------------------------------------------------
007310 5100-CARREGAR-HISTORICO.
007320     OPEN INPUT HIST-CARTEIRA
007330     IF NOT WS-FS-HISTCART-OK
007340         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO HIST-CARTEIRA"
007350         CLOSE HIST-CARTEIRA
007360         OPEN OUTPUT HIST-CARTEIRA
007370         CLOSE HIST-CARTEIRA
007380         OPEN INPUT HIST-CARTEIRA
007390     END-IF
007400     MOVE ZEROS TO WS-QTD-COMPETENCIAS
007410     MOVE "N"   TO WS-SW-FIM-HIST
007420     PERFORM 8200-LER-HISTORICO THRU 8200-LER-HISTORICO-EXIT
007430     PERFORM 5200-GUARDAR-HISTORICO
007440         THRU 5200-GUARDAR-HISTORICO-EXIT
007450         UNTIL WS-FIM-HIST
007460     CLOSE HIST-CARTEIRA.
007470 5100-CARREGAR-HISTORICO-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500 5200-GUARDAR-HISTORICO.
007510     IF WS-QTD-COMPETENCIAS LESS THAN 60
007520         ADD 1 TO WS-QTD-COMPETENCIAS
007530         MOVE HC-REGISTRO TO WS-TAB-HIST (WS-QTD-COMPETENCIAS)
007540     ELSE
007550         DISPLAY "TABELA DE HISTORICO CHEIA, COMPETENCIA MAIS "
007560             "ANTIGA SERA DESCARTADA NA REGRAVACAO"
007570         PERFORM 5700-DESCARTAR-MAIS-ANTIGA
007580             THRU 5700-DESCARTAR-MAIS-ANTIGA-EXIT
007590         MOVE HC-REGISTRO TO WS-TAB-HIST (WS-QTD-COMPETENCIAS)
007600     END-IF
007610     PERFORM 8200-LER-HISTORICO THRU 8200-LER-HISTORICO-EXIT.
007620 5200-GUARDAR-HISTORICO-EXIT.
007630     EXIT.
007640*-----------------------------------------------------------------
007650 5300-PROCURAR-COMPETENCIA.
007660     MOVE "N"   TO WS-SW-COMP-ACHADA
007670     MOVE ZEROS TO WS-IDX-ACHADA
007680     PERFORM 5350-COMPARAR-COMPETENCIA
007690         THRU 5350-COMPARAR-COMPETENCIA-EXIT
007700         VARYING WS-IDX FROM 1 BY 1
007710         UNTIL WS-IDX GREATER THAN WS-QTD-COMPETENCIAS.
007720 5300-PROCURAR-COMPETENCIA-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750 5350-COMPARAR-COMPETENCIA.
007760     MOVE WS-TAB-HIST (WS-IDX) TO HC-REGISTRO
007770     IF HC-COMPETENCIA EQUAL WS-COMPETENCIA
007780         MOVE "S"    TO WS-SW-COMP-ACHADA
007790         MOVE WS-IDX TO WS-IDX-ACHADA
007800     END-IF.
007810 5350-COMPARAR-COMPETENCIA-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------------
007840 5400-INSERIR-EM-ORDEM.
007850*    MESMA INSERCAO ORDENADA DO FECMES (2300-INSERIR-EM-ORDEM).
007860     IF WS-QTD-COMPETENCIAS GREATER THAN OR EQUAL TO 60
007870         DISPLAY "TABELA DE HISTORICO CHEIA, COMPETENCIA MAIS "
007880             "ANTIGA DESCARTADA"
007890         PERFORM 5700-DESCARTAR-MAIS-ANTIGA
007900             THRU 5700-DESCARTAR-MAIS-ANTIGA-EXIT
007910         COMPUTE WS-QTD-COMPETENCIAS = WS-QTD-COMPETENCIAS - 1
007920     END-IF
007930     MOVE ZEROS TO WS-IDX-INSERIR
007940     PERFORM 5450-LOCALIZAR-POSICAO
007950         THRU 5450-LOCALIZAR-POSICAO-EXIT
007960         VARYING WS-IDX FROM 1 BY 1
007970         UNTIL WS-IDX GREATER THAN WS-QTD-COMPETENCIAS
007980     IF WS-IDX-INSERIR EQUAL ZEROS
007990         COMPUTE WS-IDX-INSERIR = WS-QTD-COMPETENCIAS + 1
008000     ELSE
008010         PERFORM 5500-DESLOCAR-PARA-FRENTE
008020             THRU 5500-DESLOCAR-PARA-FRENTE-EXIT
008030             VARYING WS-IDX FROM WS-QTD-COMPETENCIAS BY -1
008040             UNTIL WS-IDX LESS THAN WS-IDX-INSERIR
008050     END-IF
008060     ADD 1 TO WS-QTD-COMPETENCIAS
008070     MOVE WS-REG-HIST TO WS-TAB-HIST (WS-IDX-INSERIR).
008080 5400-INSERIR-EM-ORDEM-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110 5450-LOCALIZAR-POSICAO.
008120     MOVE WS-TAB-HIST (WS-IDX) TO HC-REGISTRO
008130     IF WS-IDX-INSERIR EQUAL ZEROS
008140         AND HC-COMPETENCIA GREATER THAN WS-COMPETENCIA
008150         MOVE WS-IDX TO WS-IDX-INSERIR
008160     END-IF.
008170 5450-LOCALIZAR-POSICAO-EXIT.
008180     EXIT.
008190*-----------------------------------------------------------------
008200 5500-DESLOCAR-PARA-FRENTE.
008210     COMPUTE WS-IDX-ACHADA = WS-IDX + 1
008220     MOVE WS-TAB-HIST (WS-IDX)
008230         TO WS-TAB-HIST (WS-IDX-ACHADA).
008240 5500-DESLOCAR-PARA-FRENTE-EXIT.
008250     EXIT.
008260*-----------------------------------------------------------------
008270 5700-DESCARTAR-MAIS-ANTIGA.
008280     PERFORM 5750-DESLOCAR-PARA-TRAS
008290         THRU 5750-DESLOCAR-PARA-TRAS-EXIT
008300         VARYING WS-IDX FROM 2 BY 1
008310         UNTIL WS-IDX GREATER THAN WS-QTD-COMPETENCIAS.
008320 5700-DESCARTAR-MAIS-ANTIGA-EXIT.
008330     EXIT.
008340*-----------------------------------------------------------------
008350 5750-DESLOCAR-PARA-TRAS.
008360     COMPUTE WS-IDX-INSERIR = WS-IDX - 1
008370     MOVE WS-TAB-HIST (WS-IDX)
008380         TO WS-TAB-HIST (WS-IDX-INSERIR).
008390 5750-DESLOCAR-PARA-TRAS-EXIT.
008400     EXIT.
008410*-----------------------------------------------------------------
008420 7000-IMPRIMIR-CABECALHO.
008430     ADD 1 TO WS-NR-PAGINA
008440     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
008450     IF WS-NR-PAGINA EQUAL 1
008460         WRITE WL-LINHA FROM WS-CAB-1
008470     ELSE
008480         WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
008490     END-IF
008500     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
008510     MOVE 2 TO WS-CNT-LIN-PAGINA.
008520 7000-IMPRIMIR-CABECALHO-EXIT.
008530     EXIT.
008540*-----------------------------------------------------------------
008550 7500-REGRAVAR-HISTORICO.
008560     OPEN OUTPUT HIST-CARTEIRA
008570     IF NOT WS-FS-HISTCART-OK
008580         DISPLAY "ERRO AO REGRAVAR HIST-CARTEIRA: " WS-FS-HISTCART
008590         GO TO 7500-REGRAVAR-HISTORICO-EXIT
008600     END-IF
008610     PERFORM 7600-GRAVAR-COMPETENCIA
008620         THRU 7600-GRAVAR-COMPETENCIA-EXIT
008630         VARYING WS-IDX FROM 1 BY 1
008640         UNTIL WS-IDX GREATER THAN WS-QTD-COMPETENCIAS
008650     CLOSE HIST-CARTEIRA.
008660 7500-REGRAVAR-HISTORICO-EXIT.
008670     EXIT.
008680*-----------------------------------------------------------------
008690 7600-GRAVAR-COMPETENCIA.
008700     MOVE WS-TAB-HIST (WS-IDX) TO HC-REGISTRO
008710     WRITE HC-REGISTRO
008720     IF NOT WS-FS-HISTCART-OK
008730         DISPLAY "ERRO AO GRAVAR HIST-CARTEIRA: " WS-FS-HISTCART
008740     END-IF.
008750 7600-GRAVAR-COMPETENCIA-EXIT.
008760     EXIT.
008770*-----------------------------------------------------------------
008780 8000-LER-CONTRATO.
008790     READ CONTRATOS-MASTER NEXT RECORD
008800         AT END
008810             MOVE "S" TO WS-SW-FIM-ARQ
008820     END-READ.
008830 8000-LER-CONTRATO-EXIT.
008840     EXIT.
008850*-----------------------------------------------------------------
008860 8100-LER-MOVIMENTO.
008870     READ MOV-PAGAMENTOS
008880         AT END
008890             MOVE "S" TO WS-SW-FIM-MOV
008900     END-READ
008910     IF NOT WS-FS-MOVPAG-SUCESSO
008920         MOVE "S" TO WS-SW-FIM-MOV
008930     END-IF.
008940 8100-LER-MOVIMENTO-EXIT.
008950     EXIT.
008960*-----------------------------------------------------------------
008970 8200-LER-HISTORICO.
008980     READ HIST-CARTEIRA
008990         AT END
009000             MOVE "S" TO WS-SW-FIM-HIST
009010     END-READ
009020     IF NOT WS-FS-HISTCART-SUCESSO
009030         MOVE "S" TO WS-SW-FIM-HIST
009040     END-IF.
009050 8200-LER-HISTORICO-EXIT.
009060     EXIT.
009070*-----------------------------------------------------------------
009080 9100-CONVERTER-DATA-DIAS.
009090*    CONVERTE A DATA AAAAMMDD DE WS-CNV-DATA EM NUMERO DE DIAS
009100*    CORRIDOS DO CALENDARIO GREGORIANO (WS-CNV-DIAS), MESMA ROTINA
009110*    DO PROGVAR.
009120     IF WS-CNV-MM LESS THAN OR EQUAL TO 2
009130         COMPUTE WS-CNV-ANO-AJ = WS-CNV-AAAA - 1
009140         COMPUTE WS-CNV-MES-AJ = WS-CNV-MM + 12
009150     ELSE
009160         MOVE WS-CNV-AAAA TO WS-CNV-ANO-AJ
009170         MOVE WS-CNV-MM   TO WS-CNV-MES-AJ
009180     END-IF
009190     DIVIDE WS-CNV-ANO-AJ BY 4 GIVING WS-CNV-Q4
009200         REMAINDER WS-CNV-RESTO
009210     DIVIDE WS-CNV-ANO-AJ BY 100 GIVING WS-CNV-Q100
009220         REMAINDER WS-CNV-RESTO
009230     DIVIDE WS-CNV-ANO-AJ BY 400 GIVING WS-CNV-Q400
009240         REMAINDER WS-CNV-RESTO
009250     COMPUTE WS-CNV-QMES = (153 * (WS-CNV-MES-AJ + 1)) / 5
009260     COMPUTE WS-CNV-DIAS = (365 * WS-CNV-ANO-AJ)
009270         + WS-CNV-Q4 - WS-CNV-Q100 + WS-CNV-Q400
009280         + WS-CNV-QMES + WS-CNV-DD.
009290 9100-CONVERTER-DATA-DIAS-EXIT.
009300     EXIT.
009310*-----------------------------------------------------------------
009320 9200-BUSCAR-TAXA-VIGENTE.
009330*    LOCALIZA NA TABELA DE TAXAS A VIGENTE NA DATA WS-MORA-DATA
009340*    (A DE MAIOR DATA DE VIGENCIA MENOR OU IGUAL A ELA). SEM
009350*    TAXA VIGENTE, VALE O PADRAO WS-TAXA-MORA-MES.
009360     MOVE WS-TAXA-MORA-MES TO WS-TAXA-VIGENTE
009370     MOVE ZEROS            TO WS-TAXA-DT-ACHADA
009380     PERFORM 9210-TESTAR-TAXA
009390         THRU 9210-TESTAR-TAXA-EXIT
009400         VARYING WS-TAXA-IDX FROM 1 BY 1
009410         UNTIL WS-TAXA-IDX GREATER THAN WS-QTD-TAXAS.
009420 9200-BUSCAR-TAXA-VIGENTE-EXIT.
009430     EXIT.
009440*-----------------------------------------------------------------
009450 9210-TESTAR-TAXA.
009460     IF WS-TAB-DT-VIGENCIA (WS-TAXA-IDX) LESS THAN OR EQUAL TO
009470         WS-MORA-DATA
009480         AND WS-TAB-DT-VIGENCIA (WS-TAXA-IDX) GREATER THAN OR
009490             EQUAL TO WS-TAXA-DT-ACHADA
009500         MOVE WS-TAB-DT-VIGENCIA (WS-TAXA-IDX)
009510             TO WS-TAXA-DT-ACHADA
009520         MOVE WS-TAB-TAXA (WS-TAXA-IDX) TO WS-TAXA-VIGENTE
009530     END-IF.
009540 9210-TESTAR-TAXA-EXIT.
009550     EXIT.
