000010******************************************************************
000020* PROGRAM:     INTCTB
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     INTERFACE CONTABIL DA COBRANCA: GERA O LOTE DIARIO
000090*              DE LANCAMENTOS A DEBITO E A CREDITO (ARQUIVO
000100*              LANC-CONTABIL, COPYBOOK LCTREG) A PARTIR DE:
000110*              - MOVIMENTOS DO DIA NO MOV-PAGAMENTOS (MV-DT-LANCTO
000120*                IGUAL A DATA DO LOTE), POR ORIGEM C/B/A, COM A
000130*                RECUPERACAO DE PERDAS EM EVENTO PROPRIO E OS
000140*                ESTORNOS ("E") ABATENDO O EVENTO DA BAIXA
000150*                ESTORNADA;
000160*              - VARIACAO DO SALDO DO VAL-TRANSITO DESDE O ULTIMO
000170*                LOTE INTEGRADO (SALDO GUARDADO NO
000180*                CTL-INTEGRACAO);
000190*              - COMISSOES DA AGENCIA DE COBRANCA DO DIA (ARQUIVO
000200*                COM-AGENCIA, GRAVADO PELO LIQAGE);
000210*              - JUROS DE MORA CAPITALIZADOS NAS RENEGOCIACOES DO
000220*                DIA (CADCLI, CONTRATOS-MASTER).
000230*              AS CONTAS DE CADA EVENTO VEM DO MAPA-CONTABIL
000240*              (MANTIDO PELO CADCTB). O LOTE E REJEITADO (ARQUIVO
000250*              DE LANCAMENTOS GRAVADO VAZIO E CONTROLE NAO
000260*              ATUALIZADO) QUANDO HA MOVIMENTO DE ORIGEM
000270*              DESCONHECIDA, EVENTO COM VALOR SEM CONTA ATIVA NO
000280*              MAPA OU TOTAL A DEBITO DIFERENTE DO TOTAL A
000290*              CREDITO. O REL-CONTABIL LISTA OS LANCAMENTOS, OS
000300*              TOTAIS POR CONTA E OS TOTAIS DO DIA POR ORIGEM,
000310*              PARA CONFERENCIA COM O QUADRO DO DIA DO BATMOV.
000320*              PARAMETRO OPCIONAL NA LINHA DE COMANDO: DATA DO
000330*              LOTE (AAAAMMDD); SEM ELE, VALE A DATA DO DIA. LOTE
000340*              COM DATA IGUAL OU ANTERIOR A DO ULTIMO LOTE
000350*              INTEGRADO NAO E PROCESSADO.
000351*              CODIGO DE RETORNO: 0 LOTE ACEITO, 8 LOTE
000352*              REJEITADO, 12 ERRO NA INICIALIZACAO OU LOTE JA
000353*              INTEGRADO.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000391*   15/10/2026 CDM   ERRO NA GRAVACAO DO LANC-CONTABIL OU DO
000392*                    CTL-INTEGRACAO REJEITA O LOTE (ARQUIVO DE
000393*                    LANCAMENTOS REGRAVADO VAZIO). CODIGO DE
000394*                    RETORNO 8 PARA LOTE REJEITADO E 12 PARA ERRO
000395*                    NA INICIALIZACAO.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. INTCTB.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MOV-PAGAMENTOS ASSIGN TO MOVPAG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-MOVPAG.
000490     SELECT VAL-TRANSITO ASSIGN TO VALTRANS
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS TR-CHAVE-TRANSITO
000530         FILE STATUS IS WS-FS-VALTRANS.
000540     SELECT COM-AGENCIA ASSIGN TO COMAGEN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-COMAGEN.
000570     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS CO-CHAVE-CONTRATO
000610         FILE STATUS IS WS-FS-CONTMEST.
000620     SELECT MAPA-CONTABIL ASSIGN TO MAPCTB
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-MAPCTB.
000650     SELECT CTL-INTEGRACAO ASSIGN TO CTLCTB
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-CTLCTB.
000680     SELECT LANC-CONTABIL ASSIGN TO LANCCTB
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-FS-LANCCTB.
000710     SELECT REL-CONTABIL ASSIGN TO RELCTB
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FS-RELCTB.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MOV-PAGAMENTOS
000770     LABEL RECORDS ARE STANDARD.
000780 01  MV-REGISTRO.
000790     COPY MOVPAG REPLACING LEADING ==WS-== BY ==MV-==.
000800 FD  VAL-TRANSITO
000810     LABEL RECORDS ARE STANDARD.
000820 01  TR-REGISTRO.
000830     COPY TRNREG REPLACING LEADING ==WS-TR-== BY ==TR-==.
000840 FD  COM-AGENCIA
000850     LABEL RECORDS ARE STANDARD.
000860 01  CA-REGISTRO.
000870     COPY COMREG REPLACING LEADING ==WS-CA-== BY ==CA-==.
000880 FD  CONTRATOS-MASTER
000890     LABEL RECORDS ARE STANDARD.
000900 01  CO-REGISTRO.
000910     COPY CONTREG REPLACING LEADING ==WS-== BY ==CO-==.
000920 FD  MAPA-CONTABIL
000930     LABEL RECORDS ARE STANDARD.
000940 01  MP-REGISTRO.
000950     COPY CTBREG REPLACING LEADING ==WS-MP-== BY ==MP-==.
000960*-----------------------------------------------------------------
000970* CONTROLE DA INTEGRACAO: UM UNICO REGISTRO COM A DATA DO ULTIMO
000980* LOTE ACEITO E O SALDO DO VAL-TRANSITO NAQUELE MOMENTO, BASE DA
000990* VARIACAO DO TRANSITO DO LOTE SEGUINTE.
001000*-----------------------------------------------------------------
001010 FD  CTL-INTEGRACAO
001020     LABEL RECORDS ARE STANDARD.
001030 01  CI-REGISTRO.
001040     05  CI-DT-ULT-LOTE           PIC 9(08).
001050     05  CI-VLR-TRANSITO          PIC 9(10)V99.
001060     05  CI-QTD-TRANSITO          PIC 9(07).
001070 FD  LANC-CONTABIL
001080     LABEL RECORDS ARE STANDARD.
001090 01  LC-REGISTRO.
001100     COPY LCTREG REPLACING LEADING ==WS-LC-== BY ==LC-==.
001110 FD  REL-CONTABIL
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 132 CHARACTERS.
001140 01  WL-LINHA                     PIC X(132).
001150 WORKING-STORAGE SECTION.
001160 01  WS-FS-MOVPAG                 PIC X(02).
001170     88  WS-FS-MOVPAG-OK          VALUE "00".
001180     88  WS-FS-MOVPAG-SUCESSO     VALUE "00" THRU "09".
001190 01  WS-FS-VALTRANS               PIC X(02).
001200     88  WS-FS-VALTRANS-OK        VALUE "00".
001210     88  WS-FS-VALTRANS-SUCESSO   VALUE "00" THRU "09".
001220 01  WS-FS-COMAGEN                PIC X(02).
001230     88  WS-FS-COMAGEN-OK         VALUE "00".
001240     88  WS-FS-COMAGEN-SUCESSO    VALUE "00" THRU "09".
001250 01  WS-FS-CONTMEST               PIC X(02).
001260     88  WS-FS-CONT-OK            VALUE "00".
001270     88  WS-FS-CONT-SUCESSO       VALUE "00" THRU "09".
001280 01  WS-FS-MAPCTB                 PIC X(02).
001290     88  WS-FS-MAPCTB-OK          VALUE "00".
001300     88  WS-FS-MAPCTB-SUCESSO     VALUE "00" THRU "09".
001310 01  WS-FS-CTLCTB                 PIC X(02).
001320     88  WS-FS-CTLCTB-OK          VALUE "00".
001330 01  WS-FS-LANCCTB                PIC X(02).
001340     88  WS-FS-LANCCTB-OK         VALUE "00".
001350 01  WS-FS-RELCTB                 PIC X(02).
001360     88  WS-FS-RELCTB-OK          VALUE "00".
001370 01  WS-SWITCHES.
001380     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
001390         88  WS-ERRO-INICIALIZACAO VALUE "S".
001400     05  WS-SW-FIM-MOV            PIC X(01)  VALUE "N".
001410         88  WS-FIM-MOV           VALUE "S".
001420     05  WS-SW-FIM-TRANS          PIC X(01)  VALUE "N".
001430         88  WS-FIM-TRANS         VALUE "S".
001440     05  WS-SW-FIM-COMIS          PIC X(01)  VALUE "N".
001450         88  WS-FIM-COMIS         VALUE "S".
001460     05  WS-SW-FIM-CONTR          PIC X(01)  VALUE "N".
001470         88  WS-FIM-CONTR         VALUE "S".
001480     05  WS-SW-FIM-MAPA           PIC X(01)  VALUE "N".
001490         88  WS-FIM-MAPA          VALUE "S".
001500     05  WS-SW-LOTE-REJEITADO     PIC X(01)  VALUE "N".
001510         88  WS-LOTE-REJEITADO    VALUE "S".
001520     05  WS-SW-MAPA-ACHADO        PIC X(01)  VALUE "N".
001530         88  WS-MAPA-ACHADO       VALUE "S".
001540     05  WS-SW-CONTA-ACHADA       PIC X(01)  VALUE "N".
001550         88  WS-CONTA-ACHADA      VALUE "S".
001560 01  WS-CONTADORES.
001570     05  WS-CNT-MOV-LIDOS         PIC 9(07)  VALUE ZEROS COMP.
001580     05  WS-CNT-MOV-DIA           PIC 9(07)  VALUE ZEROS COMP.
001590     05  WS-CNT-MOV-INVALIDOS     PIC 9(07)  VALUE ZEROS COMP.
001600     05  WS-CNT-COMISSOES         PIC 9(07)  VALUE ZEROS COMP.
001610     05  WS-CNT-RENEGOCIACOES     PIC 9(07)  VALUE ZEROS COMP.
001620 01  WS-DATA-HOJE                 PIC 9(08).
001630 01  WS-DT-LOTE                   PIC 9(08).
001640 01  WS-PARM-DATA                 PIC X(08)  VALUE SPACES.
001650 01  WS-PARM-DATA-R REDEFINES WS-PARM-DATA.
001660     05  WS-PARM-DT-NUM           PIC 9(08).
001670 01  WS-DT-LANCTO-MOV             PIC 9(08).
001680 01  WS-MOTIVO-REJEICAO           PIC X(60)  VALUE SPACES.
001690*-----------------------------------------------------------------
001700* EVENTOS DO LOTE (MESMOS CODIGOS DO MAPA-CONTABIL) COM O VALOR
001710* LIQUIDO DO DIA. VALOR NEGATIVO INVERTE DEBITO E CREDITO.
001720*-----------------------------------------------------------------
001730 01  WS-EVT-CODIGOS.
001740     05  FILLER                   PIC X(04) VALUE "BXCL".
001750     05  FILLER                   PIC X(04) VALUE "BXBC".
001760     05  FILLER                   PIC X(04) VALUE "BXAG".
001770     05  FILLER                   PIC X(04) VALUE "RECP".
001780     05  FILLER                   PIC X(04) VALUE "TRAN".
001790     05  FILLER                   PIC X(04) VALUE "COMI".
001800     05  FILLER                   PIC X(04) VALUE "MORA".
001810 01  WS-EVT-CODIGOS-R REDEFINES WS-EVT-CODIGOS.
001820     05  WS-EVT-COD               PIC X(04) OCCURS 7 TIMES.
001830 01  WS-TAB-EVENTOS.
001840     05  WS-TAB-EVT-ENT           OCCURS 7 TIMES.
001850         10  WS-EVT-QTD           PIC 9(07) COMP.
001860         10  WS-EVT-VALOR         PIC S9(11)V99.
001870 77  WS-IDX-EVT                   PIC 9(02)  VALUE ZEROS COMP.
001880 77  WS-QTD-EVT                   PIC 9(02)  VALUE 7 COMP.
001890*-----------------------------------------------------------------
001900* TOTAIS DO DIA POR ORIGEM DE BAIXA, NO MESMO FORMATO DO QUADRO
001910* DO DIA DO BATMOV (C, B, A, OUTRAS, E)
001920*-----------------------------------------------------------------
001930 01  WS-TOT-ORIGEM.
001940     05  WS-TOT-ORIG-ENT          OCCURS 5 TIMES.
001950         10  WS-ORIG-QTD          PIC 9(05) COMP.
001960         10  WS-ORIG-VLR          PIC 9(10)V99.
001970 01  WS-ORIG-ROTULOS.
001980     05  FILLER                   PIC X(12) VALUE "CADCLI  (C)".
001990     05  FILLER                   PIC X(12) VALUE "BANCO   (B)".
002000     05  FILLER                   PIC X(12) VALUE "AGENCIA (A)".
002010     05  FILLER                   PIC X(12) VALUE "OUTRAS     ".
002020     05  FILLER                   PIC X(12) VALUE "ESTORNO (E)".
002030 01  WS-ORIG-ROTULOS-R REDEFINES WS-ORIG-ROTULOS.
002040     05  WS-ORIG-ROT              PIC X(12) OCCURS 5 TIMES.
002050 77  WS-IDX-ORIG                  PIC 9(01)  VALUE ZEROS COMP.
002060*-----------------------------------------------------------------
002070* MAPA CONTABIL CARREGADO EM TABELA
002080*-----------------------------------------------------------------
002090 01  WS-TAB-MAPA.
002100     05  WS-TAB-MAP               OCCURS 20 TIMES.
002110         10  WS-MAP-EVENTO        PIC X(04).
002120         10  WS-MAP-DESCRICAO     PIC X(30).
002130         10  WS-MAP-CONTA-DEB     PIC X(12).
002140         10  WS-MAP-CONTA-CRE     PIC X(12).
002150         10  WS-MAP-STS           PIC X(01).
002160 77  WS-QTD-MAPA                  PIC 9(02)  VALUE ZEROS COMP.
002170 77  WS-IDX-MAPA                  PIC 9(02)  VALUE ZEROS COMP.
002180 77  WS-IDX-MAPA-ACHADO           PIC 9(02)  VALUE ZEROS COMP.
002190*-----------------------------------------------------------------
002200* LANCAMENTOS DO LOTE (DOIS POR EVENTO) E TOTAIS POR CONTA
002210*-----------------------------------------------------------------
002220 01  WS-TAB-LANCAMENTOS.
002230     05  WS-TAB-LCT               OCCURS 14 TIMES.
002240         10  WS-LCT-CONTA         PIC X(12).
002250         10  WS-LCT-NATUREZA      PIC X(01).
002260         10  WS-LCT-VALOR         PIC 9(11)V99.
002270         10  WS-LCT-EVENTO        PIC X(04).
002280         10  WS-LCT-HISTORICO     PIC X(30).
002290 77  WS-QTD-LCT                   PIC 9(02)  VALUE ZEROS COMP.
002300 77  WS-IDX-LCT                   PIC 9(02)  VALUE ZEROS COMP.
002310 01  WS-TAB-CONTAS.
002320     05  WS-TAB-CTA               OCCURS 14 TIMES.
002330         10  WS-CTA-CONTA         PIC X(12).
002340         10  WS-CTA-DEBITO        PIC 9(11)V99.
002350         10  WS-CTA-CREDITO       PIC 9(11)V99.
002360 77  WS-QTD-CTA                   PIC 9(02)  VALUE ZEROS COMP.
002370 77  WS-IDX-CTA                   PIC 9(02)  VALUE ZEROS COMP.
002380 77  WS-IDX-CTA-ACHADA            PIC 9(02)  VALUE ZEROS COMP.
002390 77  WS-TOT-DEBITO                PIC 9(11)V99 VALUE ZEROS.
002400 77  WS-TOT-CREDITO               PIC 9(11)V99 VALUE ZEROS.
002410 77  WS-VLR-LANCTO                PIC 9(11)V99 VALUE ZEROS.
002420 01  WS-AUX-CONTA-DEB             PIC X(12).
002430 01  WS-AUX-CONTA-CRE             PIC X(12).
002440*-----------------------------------------------------------------
002450* SALDOS DO VAL-TRANSITO (ULTIMO LOTE INTEGRADO E ATUAL)
002460*-----------------------------------------------------------------
002470 77  WS-VLR-TRANSITO-ANT          PIC 9(10)V99 VALUE ZEROS.
002480 77  WS-VLR-TRANSITO-ATU          PIC 9(10)V99 VALUE ZEROS.
002490 77  WS-QTD-TRANSITO-ATU          PIC 9(07)  VALUE ZEROS COMP.
002500 77  WS-DT-ULT-LOTE               PIC 9(08)  VALUE ZEROS.
002510 77  WS-VLR-MORA-RENEG            PIC S9(08)V99 VALUE ZEROS.
002520 77  WS-MAX-LIN-PAGINA            PIC 9(03) VALUE 050 COMP.
002530 77  WS-CNT-LIN-PAGINA            PIC 9(03) VALUE ZEROS COMP.
002540 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
002550*-----------------------------------------------------------------
002560* AREAS DE IMPRESSAO DO RELATORIO DE CONTROLE DO LOTE
002570*-----------------------------------------------------------------
002580 01  WS-CAB-1.
002590     05  FILLER                   PIC X(20)
002600         VALUE "SETOR DE COBRANCA".
002610     05  FILLER                   PIC X(40) VALUE SPACES.
002620     05  FILLER                   PIC X(39)
002630         VALUE "INTERFACE CONTABIL - LOTE DIARIO".
002640     05  FILLER                   PIC X(23) VALUE SPACES.
002650     05  FILLER                   PIC X(07) VALUE "PAGINA ".
002660     05  WS-CAB-PAGINA            PIC ZZ9.
002670 01  WS-CAB-2.
002680     05  FILLER                   PIC X(06) VALUE "DATA: ".
002690     05  WS-CAB-DATA              PIC 9(08).
002700     05  FILLER                   PIC X(17)
002710         VALUE "  DATA DO LOTE: ".
002720     05  WS-CAB-DT-LOTE           PIC 9(08).
002730     05  FILLER                   PIC X(25)
002740         VALUE "  ULTIMO LOTE INTEGRADO: ".
002750     05  WS-CAB-DT-ULT-LOTE       PIC 9(08).
002760     05  FILLER                   PIC X(60) VALUE SPACES.
002770 01  WS-CAB-TITULO.
002780     05  WS-CAB-TITULO-TXT        PIC X(60).
002790     05  FILLER                   PIC X(72) VALUE SPACES.
002800 01  WS-CAB-LANCTO.
002810     05  FILLER                   PIC X(07) VALUE "SEQ".
002820     05  FILLER                   PIC X(14) VALUE "CONTA".
002830     05  FILLER                   PIC X(05) VALUE "D/C".
002840     05  FILLER                   PIC X(21) VALUE "VALOR".
002850     05  FILLER                   PIC X(08) VALUE "EVENTO".
002860     05  FILLER                   PIC X(30) VALUE "HISTORICO".
002870 01  WS-DET-LANCTO.
002880     05  WS-DLC-SEQ               PIC ZZZZ9.
002890     05  FILLER                   PIC X(02) VALUE SPACES.
002900     05  WS-DLC-CONTA             PIC X(12).
002910     05  FILLER                   PIC X(03) VALUE SPACES.
002920     05  WS-DLC-NATUREZA          PIC X(01).
002930     05  FILLER                   PIC X(02) VALUE SPACES.
002940     05  WS-DLC-VALOR             PIC $$$,$$$,$$$,$$9.99.
002950     05  FILLER                   PIC X(03) VALUE SPACES.
002960     05  WS-DLC-EVENTO            PIC X(04).
002970     05  FILLER                   PIC X(04) VALUE SPACES.
002980     05  WS-DLC-HISTORICO         PIC X(30).
002990 01  WS-CAB-CONTA.
003000     05  FILLER                   PIC X(16) VALUE "CONTA".
003010     05  FILLER                   PIC X(21) VALUE "DEBITOS".
003020     05  FILLER                   PIC X(21) VALUE "CREDITOS".
003030 01  WS-DET-CONTA.
003040     05  WS-DCT-CONTA             PIC X(12).
003050     05  FILLER                   PIC X(02) VALUE SPACES.
003060     05  WS-DCT-DEBITO            PIC $$$,$$$,$$$,$$9.99.
003070     05  FILLER                   PIC X(02) VALUE SPACES.
003080     05  WS-DCT-CREDITO           PIC $$$,$$$,$$$,$$9.99.
003090 01  WS-CAB-EVENTO.
003100     05  FILLER                   PIC X(08) VALUE "EVENTO".
003110     05  FILLER                   PIC X(10) VALUE "QTD".
003120     05  FILLER                   PIC X(22) VALUE "VALOR LIQUIDO".
003130 01  WS-DET-EVENTO.
003140     05  WS-DEV-EVENTO            PIC X(04).
003150     05  FILLER                   PIC X(02) VALUE SPACES.
003160     05  WS-DEV-QTD               PIC Z,ZZZ,ZZ9.
003170     05  FILLER                   PIC X(02) VALUE SPACES.
003180     05  WS-DEV-VALOR             PIC -$$$,$$$,$$$,$$9.99.
003190 01  WS-LIN-TRANSITO.
003200     05  FILLER                   PIC X(29)
003210         VALUE "SALDO DO TRANSITO ANTERIOR: ".
003220     05  WS-LTR-ANTERIOR          PIC $$,$$$,$$$,$$9.99.
003230     05  FILLER                   PIC X(10) VALUE "  ATUAL: ".
003240     05  WS-LTR-ATUAL             PIC $$,$$$,$$$,$$9.99.
003250 01  WS-LIN-ORIGEM.
003260     05  WS-ORG-ROTULO            PIC X(12).
003270     05  FILLER                   PIC X(06) VALUE "  QTD ".
003280     05  WS-ORG-QTD               PIC ZZ,ZZ9.
003290     05  FILLER                   PIC X(08) VALUE "  VALOR ".
003300     05  WS-ORG-VLR               PIC $,$$$,$$$,$$9.99.
003310 01  WS-LIN-TOTAIS.
003320     05  FILLER                   PIC X(16) VALUE "TOTAL DO LOTE".
003330     05  WS-LTO-DEBITO            PIC $$$,$$$,$$$,$$9.99.
003340     05  FILLER                   PIC X(02) VALUE SPACES.
003350     05  WS-LTO-CREDITO           PIC $$$,$$$,$$$,$$9.99.
003360     05  FILLER                   PIC X(16)
003370         VALUE "  LANCAMENTOS: ".
003380     05  WS-LTO-QTD               PIC ZZ9.
003390 01  WS-LIN-SITUACAO.
003400     05  FILLER                   PIC X(10) VALUE "SITUACAO: ".
003410     05  WS-LSI-SITUACAO          PIC X(16).
003420     05  WS-LSI-MOTIVO            PIC X(60).
003430 PROCEDURE DIVISION.
003440 0000-MAINLINE.
003450     PERFORM 1000-INICIALIZAR
003460         THRU 1000-INICIALIZAR-EXIT
003470     IF NOT WS-ERRO-INICIALIZACAO
003480         PERFORM 2000-APURAR-MOVIMENTOS
003490             THRU 2000-APURAR-MOVIMENTOS-EXIT
003500         PERFORM 2300-APURAR-TRANSITO
003510             THRU 2300-APURAR-TRANSITO-EXIT
003520         PERFORM 2400-APURAR-COMISSOES
003530             THRU 2400-APURAR-COMISSOES-EXIT
003540         PERFORM 2500-APURAR-RENEGOCIACOES
003550             THRU 2500-APURAR-RENEGOCIACOES-EXIT
003560         PERFORM 3000-GERAR-LANCAMENTOS
003570             THRU 3000-GERAR-LANCAMENTOS-EXIT
003580         PERFORM 4000-GRAVAR-LOTE
003590             THRU 4000-GRAVAR-LOTE-EXIT
003600         PERFORM 5000-IMPRIMIR-CONTROLE
003610             THRU 5000-IMPRIMIR-CONTROLE-EXIT
003620         PERFORM 6000-FINALIZAR
003630             THRU 6000-FINALIZAR-EXIT
003640     END-IF
003645     PERFORM 9000-DEFINIR-RETORNO
003646         THRU 9000-DEFINIR-RETORNO-EXIT
003650     GOBACK.
003660*-----------------------------------------------------------------
003670 1000-INICIALIZAR.
003680     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003690     ACCEPT WS-PARM-DATA FROM COMMAND-LINE
003700     IF WS-PARM-DATA NUMERIC
003710         AND WS-PARM-DT-NUM GREATER THAN ZEROS
003720         MOVE WS-PARM-DT-NUM TO WS-DT-LOTE
003730     ELSE
003740         MOVE WS-DATA-HOJE   TO WS-DT-LOTE
003750     END-IF
003760     PERFORM 1300-ZERAR-EVENTO
003770         THRU 1300-ZERAR-EVENTO-EXIT
003780         VARYING WS-IDX-EVT FROM 1 BY 1
003790         UNTIL WS-IDX-EVT GREATER THAN WS-QTD-EVT
003800     PERFORM 1400-ZERAR-ORIGEM
003810         THRU 1400-ZERAR-ORIGEM-EXIT
003820         VARYING WS-IDX-ORIG FROM 1 BY 1
003830         UNTIL WS-IDX-ORIG GREATER THAN 5
003840     PERFORM 1100-CARREGAR-MAPA
003850         THRU 1100-CARREGAR-MAPA-EXIT
003860     PERFORM 1200-LER-CONTROLE
003870         THRU 1200-LER-CONTROLE-EXIT
003880     IF WS-ERRO-INICIALIZACAO
003890         GO TO 1000-INICIALIZAR-EXIT
003900     END-IF
003910     OPEN OUTPUT REL-CONTABIL
003920     IF NOT WS-FS-RELCTB-OK
003930         DISPLAY "ERRO AO ABRIR REL-CONTABIL: " WS-FS-RELCTB
003940         MOVE "S" TO WS-SW-ERRO-INIC
003950         GO TO 1000-INICIALIZAR-EXIT
003960     END-IF
003970     MOVE WS-DATA-HOJE   TO WS-CAB-DATA
003980     MOVE WS-DT-LOTE     TO WS-CAB-DT-LOTE
003990     MOVE WS-DT-ULT-LOTE TO WS-CAB-DT-ULT-LOTE
004000     PERFORM 7000-IMPRIMIR-CABECALHO
004010         THRU 7000-IMPRIMIR-CABECALHO-EXIT.
004020 1000-INICIALIZAR-EXIT.
004030     EXIT.
004040*-----------------------------------------------------------------
004050 1100-CARREGAR-MAPA.
004060*    SEM O MAPA-CONTABIL A TABELA FICA VAZIA E QUALQUER EVENTO
004070*    COM VALOR NO DIA REJEITA O LOTE.
004080     MOVE ZEROS TO WS-QTD-MAPA
004090     OPEN INPUT MAPA-CONTABIL
004100     IF NOT WS-FS-MAPCTB-OK
004110         DISPLAY "MAPA-CONTABIL NAO ENCONTRADO: " WS-FS-MAPCTB
004120         CLOSE MAPA-CONTABIL
004130         GO TO 1100-CARREGAR-MAPA-EXIT
004140     END-IF
004150     MOVE "N" TO WS-SW-FIM-MAPA
004160     PERFORM 8400-LER-MAPA THRU 8400-LER-MAPA-EXIT
004170     PERFORM 1110-GUARDAR-MAPA
004180         THRU 1110-GUARDAR-MAPA-EXIT
004190         UNTIL WS-FIM-MAPA
004200     CLOSE MAPA-CONTABIL.
004210 1100-CARREGAR-MAPA-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240 1110-GUARDAR-MAPA.
004250     IF WS-QTD-MAPA LESS THAN 20
004260         ADD 1 TO WS-QTD-MAPA
004270         MOVE MP-EVENTO        TO WS-MAP-EVENTO    (WS-QTD-MAPA)
004280         MOVE MP-DESCRICAO     TO WS-MAP-DESCRICAO (WS-QTD-MAPA)
004290         MOVE MP-CONTA-DEBITO  TO WS-MAP-CONTA-DEB (WS-QTD-MAPA)
004300         MOVE MP-CONTA-CREDITO TO WS-MAP-CONTA-CRE (WS-QTD-MAPA)
004310         MOVE MP-STS           TO WS-MAP-STS       (WS-QTD-MAPA)
004320     ELSE
004330         DISPLAY "TABELA DO MAPA CONTABIL CHEIA, REGISTRO "
004340             "IGNORADO"
004350     END-IF
004360     PERFORM 8400-LER-MAPA THRU 8400-LER-MAPA-EXIT.
004370 1110-GUARDAR-MAPA-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400 1200-LER-CONTROLE.
004410*    LE A DATA DO ULTIMO LOTE INTEGRADO E O SALDO DO TRANSITO
004420*    NAQUELE LOTE. NA PRIMEIRA EXECUCAO O CONTROLE E CRIADO ZERADO
004430*    E O SALDO INTEIRO DO VAL-TRANSITO ENTRA COMO VARIACAO.
004440     OPEN INPUT CTL-INTEGRACAO
004450     IF NOT WS-FS-CTLCTB-OK
004460         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-INTEGRACAO"
004470         CLOSE CTL-INTEGRACAO
004480         OPEN OUTPUT CTL-INTEGRACAO
004490         MOVE ZEROS TO CI-REGISTRO
004500         WRITE CI-REGISTRO
004510         CLOSE CTL-INTEGRACAO
004520         OPEN INPUT CTL-INTEGRACAO
004530     END-IF
004540     READ CTL-INTEGRACAO
004550         AT END
004560             MOVE ZEROS TO CI-REGISTRO
004570     END-READ
004580     IF CI-DT-ULT-LOTE NUMERIC
004590         AND CI-VLR-TRANSITO NUMERIC
004600         MOVE CI-DT-ULT-LOTE  TO WS-DT-ULT-LOTE
004610         MOVE CI-VLR-TRANSITO TO WS-VLR-TRANSITO-ANT
004620     END-IF
004630     CLOSE CTL-INTEGRACAO
004640     IF WS-DT-ULT-LOTE NOT LESS THAN WS-DT-LOTE
004650         DISPLAY "LOTE DE " WS-DT-LOTE " NAO PROCESSADO: ULTIMO "
004660             "LOTE INTEGRADO EM " WS-DT-ULT-LOTE
004670         MOVE "S" TO WS-SW-ERRO-INIC
004680     END-IF.
004690 1200-LER-CONTROLE-EXIT.
004700     EXIT.
004710*-----------------------------------------------------------------
004720 1300-ZERAR-EVENTO.
004730     MOVE ZEROS TO WS-EVT-QTD   (WS-IDX-EVT)
004740     MOVE ZEROS TO WS-EVT-VALOR (WS-IDX-EVT).
004750 1300-ZERAR-EVENTO-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780 1400-ZERAR-ORIGEM.
004790     MOVE ZEROS TO WS-ORIG-QTD (WS-IDX-ORIG)
004800     MOVE ZEROS TO WS-ORIG-VLR (WS-IDX-ORIG).
004810 1400-ZERAR-ORIGEM-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840 2000-APURAR-MOVIMENTOS.
004850     OPEN INPUT MOV-PAGAMENTOS
004860     IF NOT WS-FS-MOVPAG-OK
004870         DISPLAY "MOV-PAGAMENTOS NAO ENCONTRADO: " WS-FS-MOVPAG
004880         CLOSE MOV-PAGAMENTOS
004890         GO TO 2000-APURAR-MOVIMENTOS-EXIT
004900     END-IF
004910     MOVE "N" TO WS-SW-FIM-MOV
004920     PERFORM 8000-LER-MOVIMENTO THRU 8000-LER-MOVIMENTO-EXIT
004930     PERFORM 2100-TRATAR-MOVIMENTO
004940         THRU 2100-TRATAR-MOVIMENTO-EXIT
004950         UNTIL WS-FIM-MOV
004960     CLOSE MOV-PAGAMENTOS.
004970 2000-APURAR-MOVIMENTOS-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------------
005000 2100-TRATAR-MOVIMENTO.
005010*    SO ENTRAM OS MOVIMENTOS LANCADOS NA DATA DO LOTE (NOS
005020*    REGISTROS ANTERIORES AO MV-DT-LANCTO, A DATA DO PAGAMENTO),
005030*    COM A MESMA CRITICA DE CAMPOS DO BATMOV.
005040     ADD 1 TO WS-CNT-MOV-LIDOS
005050     IF MV-CPF NOT NUMERIC
005060         OR MV-NR-CONTRATO NOT NUMERIC
005070         OR MV-VLR-PAGO NOT NUMERIC
005080         ADD 1 TO WS-CNT-MOV-INVALIDOS
005090         GO TO 2100-TRATAR-LER
005100     END-IF
005110     IF MV-DT-LANCTO NUMERIC
005120         AND MV-DT-LANCTO GREATER THAN ZEROS
005130         MOVE MV-DT-LANCTO TO WS-DT-LANCTO-MOV
005140     ELSE
005150         MOVE MV-DT-PAGTO  TO WS-DT-LANCTO-MOV
005160     END-IF
005170     IF WS-DT-LANCTO-MOV NOT EQUAL WS-DT-LOTE
005180         GO TO 2100-TRATAR-LER
005190     END-IF
005200     ADD 1 TO WS-CNT-MOV-DIA
005210
005220     EVALUATE TRUE
005230         WHEN MV-BAIXA-CADCLI
005240             MOVE 1 TO WS-IDX-ORIG
005250         WHEN MV-BAIXA-BANCO
005260             MOVE 2 TO WS-IDX-ORIG
005270         WHEN MV-BAIXA-AGENCIA
005280             MOVE 3 TO WS-IDX-ORIG
005290         WHEN MV-ESTORNO
005300             MOVE 5 TO WS-IDX-ORIG
005310         WHEN OTHER
005320             MOVE 4 TO WS-IDX-ORIG
005330     END-EVALUATE
005340     ADD 1           TO WS-ORIG-QTD (WS-IDX-ORIG)
005350     ADD MV-VLR-PAGO TO WS-ORIG-VLR (WS-IDX-ORIG)
005360
005370     PERFORM 2200-EVENTO-DA-ORIGEM
005380         THRU 2200-EVENTO-DA-ORIGEM-EXIT
005390     IF WS-IDX-EVT EQUAL ZEROS
005400         MOVE "S" TO WS-SW-LOTE-REJEITADO
005410         MOVE "MOVIMENTO COM ORIGEM DE BAIXA DESCONHECIDA"
005420             TO WS-MOTIVO-REJEICAO
005430         DISPLAY "MOVIMENTO COM ORIGEM DESCONHECIDA, CPF: " MV-CPF
005440             " CONTRATO: " MV-NR-CONTRATO " ORIGEM: "
005450             MV-ORIGEM-BAIXA
005460         GO TO 2100-TRATAR-LER
005470     END-IF
005480     ADD 1 TO WS-EVT-QTD (WS-IDX-EVT)
005490     IF MV-ESTORNO
005500         SUBTRACT MV-VLR-PAGO FROM WS-EVT-VALOR (WS-IDX-EVT)
005510     ELSE
005520         ADD MV-VLR-PAGO TO WS-EVT-VALOR (WS-IDX-EVT)
005530     END-IF.
005540 2100-TRATAR-LER.
005550     PERFORM 8000-LER-MOVIMENTO THRU 8000-LER-MOVIMENTO-EXIT.
005560 2100-TRATAR-MOVIMENTO-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------------
005590 2200-EVENTO-DA-ORIGEM.
005600*    EVENTO DA BAIXA: RECUPERACAO DE PERDAS PELO FLAG DO
005610*    MOVIMENTO, SENAO PELA ORIGEM (NO ESTORNO, A ORIGEM DA BAIXA
005620*    ESTORNADA).
005630*    ORIGEM DESCONHECIDA DEVOLVE O INDICE ZERADO.
005640     MOVE ZEROS TO WS-IDX-EVT
005650     IF MV-RECUPERACAO
005660         MOVE 4 TO WS-IDX-EVT
005670         GO TO 2200-EVENTO-DA-ORIGEM-EXIT
005680     END-IF
005690     IF MV-ESTORNO
005700         EVALUATE MV-REF-ORIGEM
005710             WHEN "C"
005720                 MOVE 1 TO WS-IDX-EVT
005730             WHEN "B"
005740                 MOVE 2 TO WS-IDX-EVT
005750             WHEN "A"
005760                 MOVE 3 TO WS-IDX-EVT
005770         END-EVALUATE
005780     ELSE
005790         EVALUATE TRUE
005800             WHEN MV-BAIXA-CADCLI
005810                 MOVE 1 TO WS-IDX-EVT
005820             WHEN MV-BAIXA-BANCO
005830                 MOVE 2 TO WS-IDX-EVT
005840             WHEN MV-BAIXA-AGENCIA
005850                 MOVE 3 TO WS-IDX-EVT
005860         END-EVALUATE
005870     END-IF.
005880 2200-EVENTO-DA-ORIGEM-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------------
005910 2300-APURAR-TRANSITO.
005920*    VARIACAO DO TRANSITO = SALDO ATUAL DO VAL-TRANSITO MENOS O
005930*    SALDO GUARDADO NO ULTIMO LOTE INTEGRADO.
005940     MOVE ZEROS TO WS-VLR-TRANSITO-ATU
005950     MOVE ZEROS TO WS-QTD-TRANSITO-ATU
005960     OPEN INPUT VAL-TRANSITO
005970     IF NOT WS-FS-VALTRANS-OK
005980         DISPLAY "VAL-TRANSITO NAO ENCONTRADO, SALDO ATUAL ZERO: "
005990             WS-FS-VALTRANS
006000         CLOSE VAL-TRANSITO
006010         GO TO 2300-APURAR-TRANSITO-CALC
006020     END-IF
006030     MOVE "N" TO WS-SW-FIM-TRANS
006040     PERFORM 8100-LER-TRANSITO THRU 8100-LER-TRANSITO-EXIT
006050     PERFORM 2310-SOMAR-TRANSITO
006060         THRU 2310-SOMAR-TRANSITO-EXIT
006070         UNTIL WS-FIM-TRANS
006080     CLOSE VAL-TRANSITO.
006090 2300-APURAR-TRANSITO-CALC.
006100     COMPUTE WS-EVT-VALOR (5) =
006110         WS-VLR-TRANSITO-ATU - WS-VLR-TRANSITO-ANT
006120     IF WS-EVT-VALOR (5) NOT EQUAL ZEROS
006130         MOVE 1 TO WS-EVT-QTD (5)
006140     END-IF.
006150 2300-APURAR-TRANSITO-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180 2310-SOMAR-TRANSITO.
006190     IF TR-VLR-SALDO NUMERIC
006200         ADD 1            TO WS-QTD-TRANSITO-ATU
006210         ADD TR-VLR-SALDO TO WS-VLR-TRANSITO-ATU
006220     END-IF
006230     PERFORM 8100-LER-TRANSITO THRU 8100-LER-TRANSITO-EXIT.
006240 2310-SOMAR-TRANSITO-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006270 2400-APURAR-COMISSOES.
006280     OPEN INPUT COM-AGENCIA
006290     IF NOT WS-FS-COMAGEN-OK
006300         DISPLAY "COM-AGENCIA NAO ENCONTRADO, SEM COMISSOES: "
006310             WS-FS-COMAGEN
006320         CLOSE COM-AGENCIA
006330         GO TO 2400-APURAR-COMISSOES-EXIT
006340     END-IF
006350     MOVE "N" TO WS-SW-FIM-COMIS
006360     PERFORM 8200-LER-COMISSAO THRU 8200-LER-COMISSAO-EXIT
006370     PERFORM 2410-SOMAR-COMISSAO
006380         THRU 2410-SOMAR-COMISSAO-EXIT
006390         UNTIL WS-FIM-COMIS
006400     CLOSE COM-AGENCIA.
006410 2400-APURAR-COMISSOES-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440 2410-SOMAR-COMISSAO.
006450     IF CA-DT-LANCTO EQUAL WS-DT-LOTE
006460         AND CA-VLR-COMISSAO NUMERIC
006470         ADD 1               TO WS-CNT-COMISSOES
006480         ADD 1               TO WS-EVT-QTD (6)
006490         ADD CA-VLR-COMISSAO TO WS-EVT-VALOR (6)
006500     END-IF
006510     PERFORM 8200-LER-COMISSAO THRU 8200-LER-COMISSAO-EXIT.
006520 2410-SOMAR-COMISSAO-EXIT.
006530     EXIT.
006540*-----------------------------------------------------------------
006550 2500-APURAR-RENEGOCIACOES.
006560     OPEN INPUT CONTRATOS-MASTER
006570     IF NOT WS-FS-CONT-OK
006580         DISPLAY "ERRO AO ABRIR CONTRATOS-MASTER: " WS-FS-CONTMEST
006590         MOVE "S" TO WS-SW-LOTE-REJEITADO
006600         MOVE "CONTRATOS-MASTER INDISPONIVEL (RENEGOCIACOES)"
006610             TO WS-MOTIVO-REJEICAO
006620         GO TO 2500-APURAR-RENEGOCIACOES-EXIT
006630     END-IF
006640     MOVE "N" TO WS-SW-FIM-CONTR
006650     PERFORM 8300-LER-CONTRATO THRU 8300-LER-CONTRATO-EXIT
006660     PERFORM 2510-TRATAR-CONTRATO
006670         THRU 2510-TRATAR-CONTRATO-EXIT
006680         UNTIL WS-FIM-CONTR
006690     CLOSE CONTRATOS-MASTER.
006700 2500-APURAR-RENEGOCIACOES-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730 2510-TRATAR-CONTRATO.
006740*    MORA CAPITALIZADA = SALDO RENEGOCIADO MENOS O SALDO EM ABERTO
006750*    ANTES DA RENEGOCIACAO (CADCLI, OPCAO RENEGOCIAR).
006760     IF CO-RENEGOCIADO
006770         AND CO-DT-RENEG EQUAL WS-DT-LOTE
006780         AND CO-VLR-SALDO-ANTES NUMERIC
006790         AND CO-VLR-SALDO-RENEG NUMERIC
006800         COMPUTE WS-VLR-MORA-RENEG =
006810             CO-VLR-SALDO-RENEG - CO-VLR-SALDO-ANTES
006820         IF WS-VLR-MORA-RENEG GREATER THAN ZEROS
006830             ADD 1                 TO WS-CNT-RENEGOCIACOES
006840             ADD 1                 TO WS-EVT-QTD (7)
006850             ADD WS-VLR-MORA-RENEG TO WS-EVT-VALOR (7)
006860         END-IF
006870     END-IF
006880     PERFORM 8300-LER-CONTRATO THRU 8300-LER-CONTRATO-EXIT.
006890 2510-TRATAR-CONTRATO-EXIT.
006900     EXIT.
006910*-----------------------------------------------------------------
006920 3000-GERAR-LANCAMENTOS.
006930*    DOIS LANCAMENTOS (DEBITO E CREDITO) POR EVENTO COM VALOR NO
006940*    DIA E CONFERENCIA FINAL DE DEBITOS X CREDITOS.
006950     MOVE ZEROS TO WS-QTD-LCT
006960     MOVE ZEROS TO WS-QTD-CTA
006970     MOVE ZEROS TO WS-TOT-DEBITO
006980     MOVE ZEROS TO WS-TOT-CREDITO
006990     PERFORM 3100-LANCAR-EVENTO
007000         THRU 3100-LANCAR-EVENTO-EXIT
007010         VARYING WS-IDX-EVT FROM 1 BY 1
007020         UNTIL WS-IDX-EVT GREATER THAN WS-QTD-EVT
007030     IF WS-TOT-DEBITO NOT EQUAL WS-TOT-CREDITO
007040         MOVE "S" TO WS-SW-LOTE-REJEITADO
007050         MOVE "TOTAL A DEBITO DIFERENTE DO TOTAL A CREDITO"
007060             TO WS-MOTIVO-REJEICAO
007070     END-IF.
007080 3000-GERAR-LANCAMENTOS-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------------
007110 3100-LANCAR-EVENTO.
007120     IF WS-EVT-VALOR (WS-IDX-EVT) EQUAL ZEROS
007130         GO TO 3100-LANCAR-EVENTO-EXIT
007140     END-IF
007150     PERFORM 3150-PROCURAR-MAPA THRU 3150-PROCURAR-MAPA-EXIT
007160     IF NOT WS-MAPA-ACHADO
007170         MOVE "S" TO WS-SW-LOTE-REJEITADO
007180         MOVE SPACES TO WS-MOTIVO-REJEICAO
007190         STRING "EVENTO " WS-EVT-COD (WS-IDX-EVT)
007200             " SEM CONTA ATIVA NO MAPA CONTABIL"
007210             DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
007220         DISPLAY WS-MOTIVO-REJEICAO
007230         GO TO 3100-LANCAR-EVENTO-EXIT
007240     END-IF
007250     IF WS-EVT-VALOR (WS-IDX-EVT) GREATER THAN ZEROS
007260         MOVE WS-EVT-VALOR (WS-IDX-EVT) TO WS-VLR-LANCTO
007270         MOVE WS-MAP-CONTA-DEB (WS-IDX-MAPA-ACHADO)
007280             TO WS-AUX-CONTA-DEB
007290         MOVE WS-MAP-CONTA-CRE (WS-IDX-MAPA-ACHADO)
007300             TO WS-AUX-CONTA-CRE
007310     ELSE
007320         COMPUTE WS-VLR-LANCTO = 0 - WS-EVT-VALOR (WS-IDX-EVT)
007330         MOVE WS-MAP-CONTA-CRE (WS-IDX-MAPA-ACHADO)
007340             TO WS-AUX-CONTA-DEB
007350         MOVE WS-MAP-CONTA-DEB (WS-IDX-MAPA-ACHADO)
007360             TO WS-AUX-CONTA-CRE
007370     END-IF
007380     ADD 1 TO WS-QTD-LCT
007390     MOVE WS-AUX-CONTA-DEB TO WS-LCT-CONTA    (WS-QTD-LCT)
007400     MOVE "D"              TO WS-LCT-NATUREZA (WS-QTD-LCT)
007410     PERFORM 3200-COMPLETAR-LANCAMENTO
007420         THRU 3200-COMPLETAR-LANCAMENTO-EXIT
007430     ADD WS-VLR-LANCTO TO WS-TOT-DEBITO
007440     ADD 1 TO WS-QTD-LCT
007450     MOVE WS-AUX-CONTA-CRE TO WS-LCT-CONTA    (WS-QTD-LCT)
007460     MOVE "C"              TO WS-LCT-NATUREZA (WS-QTD-LCT)
007470     PERFORM 3200-COMPLETAR-LANCAMENTO
007480         THRU 3200-COMPLETAR-LANCAMENTO-EXIT
007490     ADD WS-VLR-LANCTO TO WS-TOT-CREDITO.
007500 3100-LANCAR-EVENTO-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530 3150-PROCURAR-MAPA.
007540     MOVE "N"   TO WS-SW-MAPA-ACHADO
007550     MOVE ZEROS TO WS-IDX-MAPA-ACHADO
007560     PERFORM 3160-COMPARAR-MAPA
007570         THRU 3160-COMPARAR-MAPA-EXIT
007580         VARYING WS-IDX-MAPA FROM 1 BY 1
007590         UNTIL WS-IDX-MAPA GREATER THAN WS-QTD-MAPA.
007600 3150-PROCURAR-MAPA-EXIT.
007610     EXIT.
007620*-----------------------------------------------------------------
007630 3160-COMPARAR-MAPA.
007640     IF WS-MAP-EVENTO (WS-IDX-MAPA) EQUAL WS-EVT-COD (WS-IDX-EVT)
007650         AND WS-MAP-STS (WS-IDX-MAPA) EQUAL "A"
007660         MOVE "S"         TO WS-SW-MAPA-ACHADO
007670         MOVE WS-IDX-MAPA TO WS-IDX-MAPA-ACHADO
007680     END-IF.
007690 3160-COMPARAR-MAPA-EXIT.
007700     EXIT.
007710*-----------------------------------------------------------------
007720 3200-COMPLETAR-LANCAMENTO.
007730*    VALOR, EVENTO E HISTORICO DO LANCAMENTO CORRENTE E
007740*    ACUMULO NO TOTAL DA CONTA.
007750     MOVE WS-VLR-LANCTO             TO WS-LCT-VALOR  (WS-QTD-LCT)
007760     MOVE WS-EVT-COD (WS-IDX-EVT)   TO WS-LCT-EVENTO (WS-QTD-LCT)
007770     MOVE WS-MAP-DESCRICAO (WS-IDX-MAPA-ACHADO)
007780         TO WS-LCT-HISTORICO (WS-QTD-LCT)
007790     MOVE "N"   TO WS-SW-CONTA-ACHADA
007800     MOVE ZEROS TO WS-IDX-CTA-ACHADA
007810     PERFORM 3250-COMPARAR-CONTA
007820         THRU 3250-COMPARAR-CONTA-EXIT
007830         VARYING WS-IDX-CTA FROM 1 BY 1
007840         UNTIL WS-IDX-CTA GREATER THAN WS-QTD-CTA
007850     IF NOT WS-CONTA-ACHADA
007860         ADD 1 TO WS-QTD-CTA
007870         MOVE WS-QTD-CTA TO WS-IDX-CTA-ACHADA
007880         MOVE WS-LCT-CONTA (WS-QTD-LCT)
007890             TO WS-CTA-CONTA (WS-IDX-CTA-ACHADA)
007900         MOVE ZEROS TO WS-CTA-DEBITO  (WS-IDX-CTA-ACHADA)
007910         MOVE ZEROS TO WS-CTA-CREDITO (WS-IDX-CTA-ACHADA)
007920     END-IF
007930     IF WS-LCT-NATUREZA (WS-QTD-LCT) EQUAL "D"
007940         ADD WS-VLR-LANCTO TO WS-CTA-DEBITO  (WS-IDX-CTA-ACHADA)
007950     ELSE
007960         ADD WS-VLR-LANCTO TO WS-CTA-CREDITO (WS-IDX-CTA-ACHADA)
007970     END-IF.
007980 3200-COMPLETAR-LANCAMENTO-EXIT.
007990     EXIT.
008000*-----------------------------------------------------------------
008010 3250-COMPARAR-CONTA.
008020     IF WS-CTA-CONTA (WS-IDX-CTA) EQUAL WS-LCT-CONTA (WS-QTD-LCT)
008030         MOVE "S"        TO WS-SW-CONTA-ACHADA
008040         MOVE WS-IDX-CTA TO WS-IDX-CTA-ACHADA
008050     END-IF.
008060 3250-COMPARAR-CONTA-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------------
008090 4000-GRAVAR-LOTE.
008100*    LOTE ACEITO: GRAVA OS LANCAMENTOS E O TRAILER E ATUALIZA O
008110*    CONTROLE DA INTEGRACAO. LOTE REJEITADO: ARQUIVO VAZIO E
008120*    CONTROLE INALTERADO, PARA O LOTE SER REPROCESSADO.
008130     OPEN OUTPUT LANC-CONTABIL
008140     IF NOT WS-FS-LANCCTB-OK
008150         DISPLAY "ERRO AO ABRIR LANC-CONTABIL: " WS-FS-LANCCTB
008160         MOVE "S" TO WS-SW-LOTE-REJEITADO
008170         MOVE "ERRO NA ABERTURA DO ARQUIVO LANC-CONTABIL"
008180             TO WS-MOTIVO-REJEICAO
008190         GO TO 4000-GRAVAR-LOTE-EXIT
008200     END-IF
008204     IF WS-LOTE-REJEITADO
008208         GO TO 4000-GRAVAR-LOTE-ANULAR
008212     END-IF
008216     PERFORM 4100-GRAVAR-LANCAMENTO
008220         THRU 4100-GRAVAR-LANCAMENTO-EXIT
008224         VARYING WS-IDX-LCT FROM 1 BY 1
008228         UNTIL WS-IDX-LCT GREATER THAN WS-QTD-LCT
008232     IF WS-LOTE-REJEITADO
008236         GO TO 4000-GRAVAR-LOTE-ANULAR
008240     END-IF
008244     MOVE SPACES         TO LC-REGISTRO
008248     MOVE "T"            TO LC-TIPO-REG
008252     MOVE WS-DT-LOTE     TO LC-DT-MOVIMENTO
008256     MOVE WS-QTD-LCT     TO LC-QTD-LANCTOS
008260     MOVE WS-TOT-DEBITO  TO LC-TOT-DEBITO
008264     MOVE WS-TOT-CREDITO TO LC-TOT-CREDITO
008268     WRITE LC-REGISTRO
008272     IF NOT WS-FS-LANCCTB-OK
008276         DISPLAY "ERRO AO GRAVAR TRAILER DO LANC-CONTABIL: "
008280             WS-FS-LANCCTB
008284         MOVE "S" TO WS-SW-LOTE-REJEITADO
008288         MOVE "ERRO NA GRAVACAO DO TRAILER DO LANC-CONTABIL"
008292             TO WS-MOTIVO-REJEICAO
008296         GO TO 4000-GRAVAR-LOTE-ANULAR
008300     END-IF
008304     CLOSE LANC-CONTABIL
008308
008312     OPEN OUTPUT CTL-INTEGRACAO
008316     IF NOT WS-FS-CTLCTB-OK
008320         DISPLAY "ERRO AO REGRAVAR CTL-INTEGRACAO: " WS-FS-CTLCTB
008324         MOVE "S" TO WS-SW-LOTE-REJEITADO
008328         MOVE "ERRO NA ABERTURA DO CTL-INTEGRACAO"
008332             TO WS-MOTIVO-REJEICAO
008336         GO TO 4000-GRAVAR-LOTE-ESVAZIAR
008340     END-IF
008344     MOVE WS-DT-LOTE          TO CI-DT-ULT-LOTE
008348     MOVE WS-VLR-TRANSITO-ATU TO CI-VLR-TRANSITO
008352     MOVE WS-QTD-TRANSITO-ATU TO CI-QTD-TRANSITO
008356     WRITE CI-REGISTRO
008360     IF NOT WS-FS-CTLCTB-OK
008364         DISPLAY "ERRO AO GRAVAR CTL-INTEGRACAO: " WS-FS-CTLCTB
008368         DISPLAY "CONFERIR O CTL-INTEGRACAO (ULTIMO LOTE "
008372             WS-DT-ULT-LOTE ") ANTES DE REPROCESSAR O LOTE"
008376         CLOSE CTL-INTEGRACAO
008380         MOVE "S" TO WS-SW-LOTE-REJEITADO
008384         MOVE "ERRO NA GRAVACAO DO CTL-INTEGRACAO"
008388             TO WS-MOTIVO-REJEICAO
008392         GO TO 4000-GRAVAR-LOTE-ESVAZIAR
008396     END-IF
008400     CLOSE CTL-INTEGRACAO
008404     GO TO 4000-GRAVAR-LOTE-EXIT.
008408 4000-GRAVAR-LOTE-ANULAR.
008412     CLOSE LANC-CONTABIL.
008416 4000-GRAVAR-LOTE-ESVAZIAR.
008420*    LOTE REJEITADO DEPOIS DE ABERTO O LANC-CONTABIL: O ARQUIVO E
008424*    REGRAVADO VAZIO, PARA A CONTABILIDADE NAO RECEBER LANCAMENTOS
008428*    DE LOTE QUE NAO FICOU REGISTRADO NO CONTROLE.
008432     OPEN OUTPUT LANC-CONTABIL
008436     CLOSE LANC-CONTABIL.
008480 4000-GRAVAR-LOTE-EXIT.
008490     EXIT.
008500*-----------------------------------------------------------------
008510 4100-GRAVAR-LANCAMENTO.
008520     MOVE SPACES                       TO LC-REGISTRO
008530     MOVE "L"                          TO LC-TIPO-REG
008540     MOVE WS-DT-LOTE                   TO LC-DT-MOVIMENTO
008550     MOVE WS-IDX-LCT                   TO LC-SEQ
008560     MOVE WS-LCT-CONTA     (WS-IDX-LCT) TO LC-CONTA
008570     MOVE WS-LCT-NATUREZA  (WS-IDX-LCT) TO LC-NATUREZA
008580     MOVE WS-LCT-VALOR     (WS-IDX-LCT) TO LC-VALOR
008590     MOVE WS-LCT-EVENTO    (WS-IDX-LCT) TO LC-EVENTO
008600     MOVE WS-LCT-HISTORICO (WS-IDX-LCT) TO LC-HISTORICO
008610     WRITE LC-REGISTRO
008620     IF NOT WS-FS-LANCCTB-OK
008630         DISPLAY "ERRO AO GRAVAR LANC-CONTABIL: " WS-FS-LANCCTB
008632         MOVE "S" TO WS-SW-LOTE-REJEITADO
008634         MOVE "ERRO NA GRAVACAO DO ARQUIVO LANC-CONTABIL"
008636             TO WS-MOTIVO-REJEICAO
008640     END-IF.
008650 4100-GRAVAR-LANCAMENTO-EXIT.
008660     EXIT.
008670*-----------------------------------------------------------------
008680 5000-IMPRIMIR-CONTROLE.
008690     MOVE "LANCAMENTOS DO LOTE" TO WS-CAB-TITULO-TXT
008700     WRITE WL-LINHA FROM WS-CAB-TITULO AFTER ADVANCING 2 LINES
008710     WRITE WL-LINHA FROM WS-CAB-LANCTO AFTER ADVANCING 1 LINE
008720     ADD 3 TO WS-CNT-LIN-PAGINA
008730     PERFORM 5100-IMPRIMIR-LANCAMENTO
008740         THRU 5100-IMPRIMIR-LANCAMENTO-EXIT
008750         VARYING WS-IDX-LCT FROM 1 BY 1
008760         UNTIL WS-IDX-LCT GREATER THAN WS-QTD-LCT
008770
008780     PERFORM 7100-CONTROLAR-PAGINA THRU 7100-CONTROLAR-PAGINA-EXIT
008790     MOVE "TOTAIS POR CONTA" TO WS-CAB-TITULO-TXT
008800     WRITE WL-LINHA FROM WS-CAB-TITULO AFTER ADVANCING 2 LINES
008810     WRITE WL-LINHA FROM WS-CAB-CONTA AFTER ADVANCING 1 LINE
008820     ADD 3 TO WS-CNT-LIN-PAGINA
008830     PERFORM 5200-IMPRIMIR-CONTA
008840         THRU 5200-IMPRIMIR-CONTA-EXIT
008850         VARYING WS-IDX-CTA FROM 1 BY 1
008860         UNTIL WS-IDX-CTA GREATER THAN WS-QTD-CTA
008870     MOVE WS-TOT-DEBITO  TO WS-LTO-DEBITO
008880     MOVE WS-TOT-CREDITO TO WS-LTO-CREDITO
008890     MOVE WS-QTD-LCT     TO WS-LTO-QTD
008900     WRITE WL-LINHA FROM WS-LIN-TOTAIS AFTER ADVANCING 2 LINES
008910     ADD 2 TO WS-CNT-LIN-PAGINA
008920
008930     PERFORM 7100-CONTROLAR-PAGINA THRU 7100-CONTROLAR-PAGINA-EXIT
008940     MOVE "VALOR LIQUIDO POR EVENTO" TO WS-CAB-TITULO-TXT
008950     WRITE WL-LINHA FROM WS-CAB-TITULO AFTER ADVANCING 2 LINES
008960     WRITE WL-LINHA FROM WS-CAB-EVENTO AFTER ADVANCING 1 LINE
008970     ADD 3 TO WS-CNT-LIN-PAGINA
008980     PERFORM 5300-IMPRIMIR-EVENTO
008990         THRU 5300-IMPRIMIR-EVENTO-EXIT
009000         VARYING WS-IDX-EVT FROM 1 BY 1
009010         UNTIL WS-IDX-EVT GREATER THAN WS-QTD-EVT
009020     MOVE WS-VLR-TRANSITO-ANT TO WS-LTR-ANTERIOR
009030     MOVE WS-VLR-TRANSITO-ATU TO WS-LTR-ATUAL
009040     WRITE WL-LINHA FROM WS-LIN-TRANSITO AFTER ADVANCING 1 LINE
009050     ADD 1 TO WS-CNT-LIN-PAGINA
009060
009070     PERFORM 7100-CONTROLAR-PAGINA THRU 7100-CONTROLAR-PAGINA-EXIT
009080     MOVE "CONFERENCIA COM O BATMOV - TOTAIS DO DIA POR ORIGEM"
009090         TO WS-CAB-TITULO-TXT
009100     WRITE WL-LINHA FROM WS-CAB-TITULO AFTER ADVANCING 2 LINES
009110     ADD 2 TO WS-CNT-LIN-PAGINA
009120     PERFORM 5400-IMPRIMIR-ORIGEM
009130         THRU 5400-IMPRIMIR-ORIGEM-EXIT
009140         VARYING WS-IDX-ORIG FROM 1 BY 1
009150         UNTIL WS-IDX-ORIG GREATER THAN 5
009160
009170     IF WS-LOTE-REJEITADO
009180         MOVE "LOTE REJEITADO  " TO WS-LSI-SITUACAO
009190         MOVE WS-MOTIVO-REJEICAO TO WS-LSI-MOTIVO
009200     ELSE
009210         MOVE "LOTE ACEITO     " TO WS-LSI-SITUACAO
009220         MOVE SPACES             TO WS-LSI-MOTIVO
009230     END-IF
009240     WRITE WL-LINHA FROM WS-LIN-SITUACAO AFTER ADVANCING 2 LINES.
009250 5000-IMPRIMIR-CONTROLE-EXIT.
009260     EXIT.
009270*-----------------------------------------------------------------
009280 5100-IMPRIMIR-LANCAMENTO.
009290     PERFORM 7100-CONTROLAR-PAGINA THRU 7100-CONTROLAR-PAGINA-EXIT
009300     MOVE WS-IDX-LCT                    TO WS-DLC-SEQ
009310     MOVE WS-LCT-CONTA     (WS-IDX-LCT) TO WS-DLC-CONTA
009320     MOVE WS-LCT-NATUREZA  (WS-IDX-LCT) TO WS-DLC-NATUREZA
009330     MOVE WS-LCT-VALOR     (WS-IDX-LCT) TO WS-DLC-VALOR
009340     MOVE WS-LCT-EVENTO    (WS-IDX-LCT) TO WS-DLC-EVENTO
009350     MOVE WS-LCT-HISTORICO (WS-IDX-LCT) TO WS-DLC-HISTORICO
009360     WRITE WL-LINHA FROM WS-DET-LANCTO AFTER ADVANCING 1 LINE
009370     ADD 1 TO WS-CNT-LIN-PAGINA.
009380 5100-IMPRIMIR-LANCAMENTO-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------------
009410 5200-IMPRIMIR-CONTA.
009420     PERFORM 7100-CONTROLAR-PAGINA THRU 7100-CONTROLAR-PAGINA-EXIT
009430     MOVE WS-CTA-CONTA   (WS-IDX-CTA) TO WS-DCT-CONTA
009440     MOVE WS-CTA-DEBITO  (WS-IDX-CTA) TO WS-DCT-DEBITO
009450     MOVE WS-CTA-CREDITO (WS-IDX-CTA) TO WS-DCT-CREDITO
009460     WRITE WL-LINHA FROM WS-DET-CONTA AFTER ADVANCING 1 LINE
009470     ADD 1 TO WS-CNT-LIN-PAGINA.
009480 5200-IMPRIMIR-CONTA-EXIT.
009490     EXIT.
009500*-----------------------------------------------------------------
009510 5300-IMPRIMIR-EVENTO.
009520     MOVE WS-EVT-COD   (WS-IDX-EVT) TO WS-DEV-EVENTO
009530     MOVE WS-EVT-QTD   (WS-IDX-EVT) TO WS-DEV-QTD
009540     MOVE WS-EVT-VALOR (WS-IDX-EVT) TO WS-DEV-VALOR
009550     WRITE WL-LINHA FROM WS-DET-EVENTO AFTER ADVANCING 1 LINE
009560     ADD 1 TO WS-CNT-LIN-PAGINA.
009570 5300-IMPRIMIR-EVENTO-EXIT.
009580     EXIT.
009590*-----------------------------------------------------------------
009600 5400-IMPRIMIR-ORIGEM.
009610     MOVE WS-ORIG-ROT (WS-IDX-ORIG) TO WS-ORG-ROTULO
009620     MOVE WS-ORIG-QTD (WS-IDX-ORIG) TO WS-ORG-QTD
009630     MOVE WS-ORIG-VLR (WS-IDX-ORIG) TO WS-ORG-VLR
009640     WRITE WL-LINHA FROM WS-LIN-ORIGEM AFTER ADVANCING 1 LINE
009650     ADD 1 TO WS-CNT-LIN-PAGINA.
009660 5400-IMPRIMIR-ORIGEM-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------------
009690 6000-FINALIZAR.
009700     DISPLAY "INTCTB ENCERRADO. DATA DO LOTE: " WS-DT-LOTE
009710     DISPLAY "MOVIMENTOS LIDOS......: " WS-CNT-MOV-LIDOS
009720     DISPLAY "MOVIMENTOS DO DIA.....: " WS-CNT-MOV-DIA
009730     DISPLAY "MOVIMENTOS INVALIDOS..: " WS-CNT-MOV-INVALIDOS
009740     DISPLAY "COMISSOES DO DIA......: " WS-CNT-COMISSOES
009750     DISPLAY "RENEGOCIACOES DO DIA..: " WS-CNT-RENEGOCIACOES
009760     DISPLAY "LANCAMENTOS...........: " WS-QTD-LCT
009770     IF WS-LOTE-REJEITADO
009780         DISPLAY "LOTE REJEITADO: " WS-MOTIVO-REJEICAO
009790     ELSE
009800         DISPLAY "LOTE ACEITO"
009810     END-IF
009820     CLOSE REL-CONTABIL.
009830 6000-FINALIZAR-EXIT.
009840     EXIT.
009850*-----------------------------------------------------------------
009860 7000-IMPRIMIR-CABECALHO.
009870     ADD 1 TO WS-NR-PAGINA
009880     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
009890     IF WS-NR-PAGINA EQUAL 1
009900         WRITE WL-LINHA FROM WS-CAB-1
009910     ELSE
009920         WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
009930     END-IF
009940     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
009950     MOVE 2 TO WS-CNT-LIN-PAGINA.
009960 7000-IMPRIMIR-CABECALHO-EXIT.
009970     EXIT.
009980*-----------------------------------------------------------------
009990 7100-CONTROLAR-PAGINA.
010000     IF WS-CNT-LIN-PAGINA GREATER THAN OR EQUAL TO
010010         WS-MAX-LIN-PAGINA
010020         PERFORM 7000-IMPRIMIR-CABECALHO
010030             THRU 7000-IMPRIMIR-CABECALHO-EXIT
010040     END-IF.
010050 7100-CONTROLAR-PAGINA-EXIT.
010060     EXIT.
010070*-----------------------------------------------------------------
010080 8000-LER-MOVIMENTO.
010090     READ MOV-PAGAMENTOS
010100         AT END
010110             MOVE "S" TO WS-SW-FIM-MOV
010120     END-READ
010130     IF NOT WS-FS-MOVPAG-SUCESSO
010140         MOVE "S" TO WS-SW-FIM-MOV
010150     END-IF.
010160 8000-LER-MOVIMENTO-EXIT.
010170     EXIT.
010180*-----------------------------------------------------------------
010190 8100-LER-TRANSITO.
010200     READ VAL-TRANSITO
010210         AT END
010220             MOVE "S" TO WS-SW-FIM-TRANS
010230     END-READ
010240     IF NOT WS-FS-VALTRANS-SUCESSO
010250         MOVE "S" TO WS-SW-FIM-TRANS
010260     END-IF.
010270 8100-LER-TRANSITO-EXIT.
010280     EXIT.
010290*-----------------------------------------------------------------
010300 8200-LER-COMISSAO.
010310     READ COM-AGENCIA
010320         AT END
010330             MOVE "S" TO WS-SW-FIM-COMIS
010340     END-READ
010350     IF NOT WS-FS-COMAGEN-SUCESSO
010360         MOVE "S" TO WS-SW-FIM-COMIS
010370     END-IF.
010380 8200-LER-COMISSAO-EXIT.
010390     EXIT.
010400*-----------------------------------------------------------------
010410 8300-LER-CONTRATO.
010420     READ CONTRATOS-MASTER
010430         AT END
010440             MOVE "S" TO WS-SW-FIM-CONTR
010450     END-READ
010460     IF NOT WS-FS-CONT-SUCESSO
010470         MOVE "S" TO WS-SW-FIM-CONTR
010480     END-IF.
010490 8300-LER-CONTRATO-EXIT.
010500     EXIT.
010510*-----------------------------------------------------------------
010520 8400-LER-MAPA.
010530     READ MAPA-CONTABIL
010540         AT END
010550             MOVE "S" TO WS-SW-FIM-MAPA
010560     END-READ
010570     IF NOT WS-FS-MAPCTB-SUCESSO
010580         MOVE "S" TO WS-SW-FIM-MAPA
010590     END-IF.
010600 8400-LER-MAPA-EXIT.
010610     EXIT.
010620*-----------------------------------------------------------------
010630* CODIGO DE RETORNO: 0 = LOTE ACEITO E CONTROLE ATUALIZADO,
010640* 8 = LOTE REJEITADO (LANC-CONTABIL VAZIO, CONTROLE INALTERADO),
010650* 12 = ERRO NA INICIALIZACAO OU LOTE DA DATA JA INTEGRADO.
010660*-----------------------------------------------------------------
010670 9000-DEFINIR-RETORNO.
010680     EVALUATE TRUE
010690         WHEN WS-ERRO-INICIALIZACAO
010700             MOVE 12 TO RETURN-CODE
010710         WHEN WS-LOTE-REJEITADO
010720             MOVE 8 TO RETURN-CODE
010730         WHEN OTHER
010740             MOVE ZEROS TO RETURN-CODE
010750     END-EVALUATE.
010760 9000-DEFINIR-RETORNO-EXIT.
010770     EXIT.
