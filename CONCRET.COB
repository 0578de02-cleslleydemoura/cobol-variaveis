000010******************************************************************
000020* PROGRAM:     CONCRET
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     CONCILIACAO DOS RETORNOS BANCARIOS PROCESSADOS
000090*              PELO LIQPAG (CTRL-RETORNO, COPYBOOK RETREG) COM O
000100*              EXTRATO DA CONTA COBRANCA (EXT-BANCARIO: DATA DO
000110*              CREDITO, NUMERO DO RETORNO QUANDO O BANCO O
000120*              INFORMA, VALOR CREDITADO E TARIFA COBRADA).
000130*              O EXTRATO E CARREGADO EM TABELA; CADA RETORNO
000140*              PENDENTE PROCURA O SEU CREDITO PELO NUMERO DO
000150*              RETORNO OU, SE O BANCO NAO O INFORMOU, PELA DATA
000160*              DE CREDITO (PRIMEIRO O CREDITO DA DATA QUE FECHA
000170*              COM O TOTAL DOS DETALHES). O CREDITO MAIS A
000180*              TARIFA E COMPARADO AO TOTAL DOS DETALHES DO
000190*              RETORNO: IGUAL, O RETORNO FICA CONCILIADO; SENAO,
000200*              DIVERGENTE, E SO ACEITA CREDITO COMPLEMENTAR COM O
000210*              NUMERO DO RETORNO. O REL-CONCILIACAO LISTA CADA
000220*              RETORNO EM ABERTO OU CONCILIADO NA RODADA, OS
000230*              RETORNOS SEM CREDITO E OS CREDITOS DO EXTRATO SEM
000240*              RETORNO. O CTRL-RETORNO E REGRAVADO COM A SITUACAO
000250*              DE CADA RETORNO (VIA ARQUIVO DE TRABALHO, COMO NO
000260*              EXPMOV). O EXTRATO INFORMADO DEVE COBRIR SO OS
000270*              LANCAMENTOS POSTERIORES A RODADA ANTERIOR.
000280*              OS RETORNOS NAO CONCILIADOS HA MAIS DE N DIAS
000290*              UTEIS SAO APONTADOS PELO BATMOV.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CONCRET.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EXT-BANCARIO ASSIGN TO EXTBANC
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-EXTBANC.
000430     SELECT CTRL-RETORNO ASSIGN TO CTRLRET
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-CTRLRET.
000460     SELECT CTRL-RETORNO-TRAB ASSIGN TO CTRLRETN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-CTRLNOVO.
000490     SELECT REL-CONCILIACAO ASSIGN TO RELCONC
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-RELCONC.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  EXT-BANCARIO
000550     LABEL RECORDS ARE STANDARD.
000560 01  EB-REGISTRO.
000570     05  EB-DT-CREDITO            PIC 9(08).
000580     05  EB-NR-RETORNO            PIC 9(05).
000590     05  EB-VLR-CREDITO           PIC 9(10)V99.
000600     05  EB-VLR-TARIFA            PIC 9(07)V99.
000610 FD  CTRL-RETORNO
000620     LABEL RECORDS ARE STANDARD.
000630 01  CT-REGISTRO.
000640     COPY RETREG REPLACING LEADING ==WS-CR-== BY ==CT-==.
000650 FD  CTRL-RETORNO-TRAB
000660     LABEL RECORDS ARE STANDARD.
000670 01  CN-REGISTRO.
000680     COPY RETREG REPLACING LEADING ==WS-CR-== BY ==CN-==.
000690 FD  REL-CONCILIACAO
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 132 CHARACTERS.
000720 01  WL-LINHA                     PIC X(132).
000730 WORKING-STORAGE SECTION.
000740 01  WS-FS-EXTBANC                PIC X(02).
000750     88  WS-FS-EXTBANC-OK         VALUE "00".
000760     88  WS-FS-EXTBANC-SUCESSO    VALUE "00" THRU "09".
000770 01  WS-FS-CTRLRET                PIC X(02).
000780     88  WS-FS-CTRLRET-OK         VALUE "00".
000790     88  WS-FS-CTRLRET-SUCESSO    VALUE "00" THRU "09".
000800     88  WS-FS-CTRLRET-NAO-EXISTE VALUE "35".
000810 01  WS-FS-CTRLNOVO               PIC X(02).
000820     88  WS-FS-CTRLNOVO-OK        VALUE "00".
000830     88  WS-FS-CTRLNOVO-SUCESSO   VALUE "00" THRU "09".
000840 01  WS-FS-RELCONC                PIC X(02).
000850     88  WS-FS-RELCONC-OK         VALUE "00".
000860 01  WS-SWITCHES.
000870     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000880         88  WS-FIM-ARQ           VALUE "S".
000890     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
000900         88  WS-ERRO-INICIALIZACAO VALUE "S".
000910     05  WS-SW-ERRO-GRAV          PIC X(01)  VALUE "N".
000920         88  WS-ERRO-GRAVACAO     VALUE "S".
000930 01  WS-CONTADORES.
000940     05  WS-CNT-EXT-LIDOS         PIC 9(05)  VALUE ZEROS COMP.
000950     05  WS-CNT-EXT-INVALIDOS     PIC 9(05)  VALUE ZEROS COMP.
000960     05  WS-CNT-RET-LIDOS         PIC 9(05)  VALUE ZEROS COMP.
000970     05  WS-CNT-SEM-TOTAIS        PIC 9(05)  VALUE ZEROS COMP.
000980     05  WS-CNT-JA-CONCILIADOS    PIC 9(05)  VALUE ZEROS COMP.
000990     05  WS-CNT-CONCILIADOS       PIC 9(05)  VALUE ZEROS COMP.
001000     05  WS-CNT-DIVERGENTES       PIC 9(05)  VALUE ZEROS COMP.
001010     05  WS-CNT-SEM-CREDITO       PIC 9(05)  VALUE ZEROS COMP.
001020     05  WS-CNT-SEM-RETORNO       PIC 9(05)  VALUE ZEROS COMP.
001030*-----------------------------------------------------------------
001040* TABELA DOS CREDITOS DO EXTRATO DA CONTA COBRANCA. O EXTRATO
001050* COBRE POUCOS DIAS DE MOVIMENTO; ESTOURO CANCELA A CONCILIACAO.
001060*-----------------------------------------------------------------
001070 77  WS-MAX-EXTRATO               PIC 9(05)  VALUE 00500 COMP.
001080 77  WS-QTD-EXTRATO               PIC 9(05)  VALUE ZEROS COMP.
001090 77  WS-IDX                       PIC 9(05)  VALUE ZEROS COMP.
001100 77  WS-IDX-ACHADO                PIC 9(05)  VALUE ZEROS COMP.
001110 01  WS-TAB-EXTRATO.
001120     05  WS-EXT-ITEM              OCCURS 500 TIMES.
001130         10  WS-EXT-DT-CREDITO    PIC 9(08).
001140         10  WS-EXT-NR-RETORNO    PIC 9(05).
001150         10  WS-EXT-VLR-CREDITO   PIC 9(10)V99.
001160         10  WS-EXT-VLR-TARIFA    PIC 9(07)V99.
001170         10  WS-EXT-SW-USADO      PIC X(01).
001180             88  WS-EXT-USADO     VALUE "S".
001190 77  WS-VLR-LIQUIDO               PIC S9(10)V99 VALUE ZEROS.
001200 77  WS-VLR-DIFERENCA             PIC S9(10)V99 VALUE ZEROS.
001210 77  WS-VLR-AUX                   PIC S9(10)V99 VALUE ZEROS.
001220 77  WS-TOT-SEM-RETORNO           PIC 9(10)V99 VALUE ZEROS.
001230 01  WS-DATA-HOJE                 PIC 9(08).
001240 77  WS-MAX-LIN-PAGINA            PIC 9(03) VALUE 050 COMP.
001250 77  WS-CNT-LIN-PAGINA            PIC 9(03) VALUE ZEROS COMP.
001260 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
001270*-----------------------------------------------------------------
001280* AREAS DE IMPRESSAO DO RELATORIO DE CONCILIACAO
001290*-----------------------------------------------------------------
001300 01  WS-CAB-1.
001310     05  FILLER                   PIC X(20)
001320         VALUE "SETOR DE COBRANCA".
001330     05  FILLER                   PIC X(40) VALUE SPACES.
001340     05  FILLER                   PIC X(38)
001350         VALUE "CONCILIACAO RETORNO BANCARIO X EXTRATO".
001360     05  FILLER                   PIC X(24) VALUE SPACES.
001370     05  FILLER                   PIC X(07) VALUE "PAGINA ".
001380     05  WS-CAB-PAGINA            PIC ZZ9.
001390 01  WS-CAB-2.
001400     05  FILLER                   PIC X(06) VALUE "DATA: ".
001410     05  WS-CAB-DATA              PIC 9(08).
001420     05  FILLER                   PIC X(118) VALUE SPACES.
001430 01  WS-CAB-3.
001440     05  FILLER                   PIC X(09) VALUE "RETORNO".
001450     05  FILLER                   PIC X(12) VALUE "DT CREDITO".
001460     05  FILLER                   PIC X(09) VALUE "QTD DET".
001470     05  FILLER                   PIC X(16)
001480         VALUE "TOTAL DETALHES".
001490     05  FILLER                   PIC X(12) VALUE "TARIFA".
001500     05  FILLER                   PIC X(16) VALUE "LIQ. ESPERADO".
001510     05  FILLER                   PIC X(16) VALUE "CREDITADO".
001520     05  FILLER                   PIC X(17) VALUE "DIFERENCA".
001530     05  FILLER                   PIC X(25) VALUE "SITUACAO".
001540 01  WS-DET.
001550     05  WS-DET-NR-RETORNO        PIC ZZZZ9.
001560     05  FILLER                   PIC X(04) VALUE SPACES.
001570     05  WS-DET-DT-CREDITO        PIC 9(08).
001580     05  FILLER                   PIC X(04) VALUE SPACES.
001590     05  WS-DET-QTD-DETALHES      PIC ZZZ,ZZ9.
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  WS-DET-VLR-DETALHES      PIC $$$,$$$,$$9.99.
001620     05  FILLER                   PIC X(02) VALUE SPACES.
001630     05  WS-DET-VLR-TARIFA        PIC $$$,$$9.99.
001640     05  FILLER                   PIC X(02) VALUE SPACES.
001650     05  WS-DET-VLR-LIQUIDO       PIC $$$,$$$,$$9.99.
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  WS-DET-VLR-CREDITO       PIC $$$,$$$,$$9.99.
001680     05  FILLER                   PIC X(02) VALUE SPACES.
001690     05  WS-DET-VLR-DIFERENCA     PIC $$$,$$$,$$9.99-.
001700     05  FILLER                   PIC X(02) VALUE SPACES.
001710     05  WS-DET-SITUACAO          PIC X(25).
001720 01  WS-LIN-RESUMO-1.
001730     05  FILLER                   PIC X(16)
001740         VALUE "RETORNOS LIDOS: ".
001750     05  WS-RES-RET-LIDOS         PIC Z,ZZ9.
001760     05  FILLER                   PIC X(15)
001770         VALUE "  CONCILIADOS: ".
001780     05  WS-RES-CONCILIADOS       PIC Z,ZZ9.
001790     05  FILLER                   PIC X(15)
001800         VALUE "  DIVERGENTES: ".
001810     05  WS-RES-DIVERGENTES       PIC Z,ZZ9.
001820     05  FILLER                   PIC X(15)
001830         VALUE "  SEM CREDITO: ".
001840     05  WS-RES-SEM-CREDITO       PIC Z,ZZ9.
001850     05  FILLER                   PIC X(18)
001860         VALUE "  JA CONCILIADOS: ".
001870     05  WS-RES-JA-CONCILIADOS    PIC Z,ZZ9.
001880     05  FILLER                   PIC X(14)
001890         VALUE "  SEM TOTAIS: ".
001900     05  WS-RES-SEM-TOTAIS        PIC Z,ZZ9.
001910 01  WS-LIN-RESUMO-2.
001920     05  FILLER                   PIC X(21)
001930         VALUE "CREDITOS NO EXTRATO: ".
001940     05  WS-RES-EXT-LIDOS         PIC Z,ZZ9.
001950     05  FILLER                   PIC X(15)
001960         VALUE "  SEM RETORNO: ".
001970     05  WS-RES-SEM-RETORNO       PIC Z,ZZ9.
001980     05  FILLER                   PIC X(21)
001990         VALUE "  VALOR SEM RETORNO: ".
002000     05  WS-RES-TOT-SEM-RETORNO   PIC $$$,$$$,$$9.99.
002010     05  FILLER                   PIC X(13) VALUE "  INVALIDOS: ".
002020     05  WS-RES-EXT-INVALIDOS     PIC Z,ZZ9.
002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050     PERFORM 1000-INICIALIZAR
002060         THRU 1000-INICIALIZAR-EXIT
002070     IF NOT WS-ERRO-INICIALIZACAO
002080         PERFORM 2000-CONCILIAR-RETORNO
002090             THRU 2000-CONCILIAR-RETORNO-EXIT
002100             UNTIL WS-FIM-ARQ
002110         PERFORM 3000-LISTAR-SEM-RETORNO
002120             THRU 3000-LISTAR-SEM-RETORNO-EXIT
002130             VARYING WS-IDX FROM 1 BY 1
002140             UNTIL WS-IDX GREATER THAN WS-QTD-EXTRATO
002150         PERFORM 4000-FINALIZAR
002160             THRU 4000-FINALIZAR-EXIT
002170     END-IF
002180     GOBACK.
002190*-----------------------------------------------------------------
002200 1000-INICIALIZAR.
002210     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002220     OPEN INPUT EXT-BANCARIO
002230     IF NOT WS-FS-EXTBANC-OK
002240         DISPLAY "ERRO AO ABRIR EXT-BANCARIO: " WS-FS-EXTBANC
002250         MOVE "S" TO WS-SW-ERRO-INIC
002260         GO TO 1000-INICIALIZAR-EXIT
002270     END-IF
002280     PERFORM 8000-LER-EXTRATO THRU 8000-LER-EXTRATO-EXIT
002290     PERFORM 1100-CARREGAR-EXTRATO
002300         THRU 1100-CARREGAR-EXTRATO-EXIT
002310         UNTIL WS-FIM-ARQ
002320     CLOSE EXT-BANCARIO
002330     IF WS-ERRO-INICIALIZACAO
002340         GO TO 1000-INICIALIZAR-EXIT
002350     END-IF
002360
002370     MOVE "N" TO WS-SW-FIM-ARQ
002380     OPEN INPUT CTRL-RETORNO
002390     IF NOT WS-FS-CTRLRET-OK
002400         IF WS-FS-CTRLRET-NAO-EXISTE
002410             DISPLAY "CTRL-RETORNO NAO EXISTE: NENHUM RETORNO "
002420                 "PROCESSADO PELO LIQPAG"
002430         ELSE
002440             DISPLAY "ERRO AO ABRIR CTRL-RETORNO: " WS-FS-CTRLRET
002450         END-IF
002460         MOVE "S" TO WS-SW-ERRO-INIC
002470         GO TO 1000-INICIALIZAR-EXIT
002480     END-IF
002490     OPEN OUTPUT CTRL-RETORNO-TRAB
002500     IF NOT WS-FS-CTRLNOVO-OK
002510         DISPLAY "ERRO AO ABRIR CTRL-RETORNO-TRAB: "
002520             WS-FS-CTRLNOVO
002530         CLOSE CTRL-RETORNO
002540         MOVE "S" TO WS-SW-ERRO-INIC
002550         GO TO 1000-INICIALIZAR-EXIT
002560     END-IF
002570     OPEN OUTPUT REL-CONCILIACAO
002580     IF NOT WS-FS-RELCONC-OK
002590         DISPLAY "ERRO AO ABRIR REL-CONCILIACAO: " WS-FS-RELCONC
002600         CLOSE CTRL-RETORNO
002610         CLOSE CTRL-RETORNO-TRAB
002620         MOVE "S" TO WS-SW-ERRO-INIC
002630         GO TO 1000-INICIALIZAR-EXIT
002640     END-IF
002650     MOVE WS-DATA-HOJE TO WS-CAB-DATA
002660     PERFORM 7000-IMPRIMIR-CABECALHO
002670         THRU 7000-IMPRIMIR-CABECALHO-EXIT
002680     PERFORM 8100-LER-CTRL-RETORNO
002690         THRU 8100-LER-CTRL-RETORNO-EXIT.
002700 1000-INICIALIZAR-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------------
002730 1100-CARREGAR-EXTRATO.
002740     ADD 1 TO WS-CNT-EXT-LIDOS
002750     IF EB-DT-CREDITO NOT NUMERIC
002760         OR EB-NR-RETORNO NOT NUMERIC
002770         OR EB-VLR-CREDITO NOT NUMERIC
002780         OR EB-VLR-TARIFA NOT NUMERIC
002790         OR EB-VLR-CREDITO EQUAL ZEROS
002800         ADD 1 TO WS-CNT-EXT-INVALIDOS
002810         DISPLAY "LANCAMENTO INVALIDO NO EXT-BANCARIO: "
002820             EB-REGISTRO
002830         GO TO 1100-CARREGAR-LER
002840     END-IF
002850     IF WS-QTD-EXTRATO NOT LESS THAN WS-MAX-EXTRATO
002860         DISPLAY "EXT-BANCARIO COM MAIS DE " WS-MAX-EXTRATO
002870             " CREDITOS, CONCILIACAO CANCELADA"
002880         MOVE "S" TO WS-SW-ERRO-INIC
002890         MOVE "S" TO WS-SW-FIM-ARQ
002900         GO TO 1100-CARREGAR-EXTRATO-EXIT
002910     END-IF
002920     ADD 1 TO WS-QTD-EXTRATO
002930     MOVE EB-DT-CREDITO  TO WS-EXT-DT-CREDITO (WS-QTD-EXTRATO)
002940     MOVE EB-NR-RETORNO  TO WS-EXT-NR-RETORNO (WS-QTD-EXTRATO)
002950     MOVE EB-VLR-CREDITO TO WS-EXT-VLR-CREDITO (WS-QTD-EXTRATO)
002960     MOVE EB-VLR-TARIFA  TO WS-EXT-VLR-TARIFA (WS-QTD-EXTRATO)
002970     MOVE "N"            TO WS-EXT-SW-USADO (WS-QTD-EXTRATO).
002980 1100-CARREGAR-LER.
002990     PERFORM 8000-LER-EXTRATO THRU 8000-LER-EXTRATO-EXIT.
003000 1100-CARREGAR-EXTRATO-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------------
003030 2000-CONCILIAR-RETORNO.
003040*    RETORNO SEM TOTAIS (GRAVADO ANTES DA CONCILIACAO) OU JA
003050*    CONCILIADO PASSA DIRETO PARA O ARQUIVO DE TRABALHO.
003060     ADD 1 TO WS-CNT-RET-LIDOS
003070     MOVE CT-REGISTRO TO CN-REGISTRO
003080     IF CN-DT-CREDITO NOT NUMERIC
003090         OR CN-QTD-DETALHES NOT NUMERIC
003100         OR CN-VLR-DETALHES NOT NUMERIC
003110         ADD 1 TO WS-CNT-SEM-TOTAIS
003120         GO TO 2000-CONCILIAR-GRAVAR
003130     END-IF
003140     IF CN-CONCILIADO
003150         ADD 1 TO WS-CNT-JA-CONCILIADOS
003160         GO TO 2000-CONCILIAR-GRAVAR
003170     END-IF
003180
003190     MOVE ZEROS TO WS-IDX-ACHADO
003200     PERFORM 2100-PROCURAR-CREDITO
003210         THRU 2100-PROCURAR-CREDITO-EXIT
003220     IF WS-IDX-ACHADO EQUAL ZEROS
003230         IF CN-PENDENTE
003240             ADD 1 TO WS-CNT-SEM-CREDITO
003250             MOVE "SEM CREDITO NO EXTRATO" TO WS-DET-SITUACAO
003260         ELSE
003270             ADD 1 TO WS-CNT-DIVERGENTES
003280             MOVE "DIVERGENTE, SEM CREDITO" TO WS-DET-SITUACAO
003290         END-IF
003300         PERFORM 7500-IMPRIMIR-RETORNO
003310             THRU 7500-IMPRIMIR-RETORNO-EXIT
003320         GO TO 2000-CONCILIAR-GRAVAR
003330     END-IF
003340
003350     MOVE "S" TO WS-EXT-SW-USADO (WS-IDX-ACHADO)
003360     ADD WS-EXT-VLR-CREDITO (WS-IDX-ACHADO) TO CN-VLR-CREDITO
003370     ADD WS-EXT-VLR-TARIFA (WS-IDX-ACHADO)  TO CN-VLR-TARIFA
003380     MOVE WS-DATA-HOJE TO CN-DT-CONCILIACAO
003390     PERFORM 9200-CALCULAR-DIFERENCA
003400         THRU 9200-CALCULAR-DIFERENCA-EXIT
003410     IF WS-VLR-DIFERENCA EQUAL ZEROS
003420         MOVE "C" TO CN-STS-CONCILIACAO
003430         ADD 1 TO WS-CNT-CONCILIADOS
003440         MOVE "CONCILIADO" TO WS-DET-SITUACAO
003450     ELSE
003460         MOVE "D" TO CN-STS-CONCILIACAO
003470         ADD 1 TO WS-CNT-DIVERGENTES
003480         MOVE "DIVERGENTE" TO WS-DET-SITUACAO
003490     END-IF
003500     PERFORM 7500-IMPRIMIR-RETORNO
003510         THRU 7500-IMPRIMIR-RETORNO-EXIT.
003520 2000-CONCILIAR-GRAVAR.
003530     WRITE CN-REGISTRO
003540     IF NOT WS-FS-CTRLNOVO-OK
003550         DISPLAY "ERRO AO GRAVAR CTRL-RETORNO-TRAB: "
003560             WS-FS-CTRLNOVO
003570             " RETORNO NR " CN-NR-RETORNO
003580         MOVE "S" TO WS-SW-ERRO-GRAV
003590     END-IF.
003600 2000-CONCILIAR-LER.
003610     PERFORM 8100-LER-CTRL-RETORNO
003620         THRU 8100-LER-CTRL-RETORNO-EXIT.
003630 2000-CONCILIAR-RETORNO-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003660 2100-PROCURAR-CREDITO.
003670*    PRIMEIRO PELO NUMERO DO RETORNO INFORMADO NO EXTRATO; O
003680*    RETORNO AINDA PENDENTE PROCURA DEPOIS, ENTRE OS CREDITOS SEM
003690*    NUMERO, O DA MESMA DATA QUE FECHA COM O TOTAL DOS DETALHES
003700*    E, NA FALTA DELE, O PRIMEIRO CREDITO DA DATA.
003710     PERFORM 2110-COMPARAR-NUMERO
003720         THRU 2110-COMPARAR-NUMERO-EXIT
003730         VARYING WS-IDX FROM 1 BY 1
003740         UNTIL WS-IDX GREATER THAN WS-QTD-EXTRATO
003750             OR WS-IDX-ACHADO NOT EQUAL ZEROS
003760     IF WS-IDX-ACHADO NOT EQUAL ZEROS
003770         OR NOT CN-PENDENTE
003780         GO TO 2100-PROCURAR-CREDITO-EXIT
003790     END-IF
003800     PERFORM 2120-COMPARAR-DATA-VALOR
003810         THRU 2120-COMPARAR-DATA-VALOR-EXIT
003820         VARYING WS-IDX FROM 1 BY 1
003830         UNTIL WS-IDX GREATER THAN WS-QTD-EXTRATO
003840             OR WS-IDX-ACHADO NOT EQUAL ZEROS
003850     IF WS-IDX-ACHADO NOT EQUAL ZEROS
003860         GO TO 2100-PROCURAR-CREDITO-EXIT
003870     END-IF
003880     PERFORM 2130-COMPARAR-DATA
003890         THRU 2130-COMPARAR-DATA-EXIT
003900         VARYING WS-IDX FROM 1 BY 1
003910         UNTIL WS-IDX GREATER THAN WS-QTD-EXTRATO
003920             OR WS-IDX-ACHADO NOT EQUAL ZEROS.
003930 2100-PROCURAR-CREDITO-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960 2110-COMPARAR-NUMERO.
003970     IF NOT WS-EXT-USADO (WS-IDX)
003980         AND WS-EXT-NR-RETORNO (WS-IDX) EQUAL CN-NR-RETORNO
003990         MOVE WS-IDX TO WS-IDX-ACHADO
004000     END-IF.
004010 2110-COMPARAR-NUMERO-EXIT.
004020     EXIT.
004030*-----------------------------------------------------------------
004040 2120-COMPARAR-DATA-VALOR.
004050     IF WS-EXT-USADO (WS-IDX)
004060         OR WS-EXT-NR-RETORNO (WS-IDX) NOT EQUAL ZEROS
004070         OR WS-EXT-DT-CREDITO (WS-IDX) NOT EQUAL CN-DT-CREDITO
004080         GO TO 2120-COMPARAR-DATA-VALOR-EXIT
004090     END-IF
004100     COMPUTE WS-VLR-AUX = WS-EXT-VLR-CREDITO (WS-IDX)
004110         + WS-EXT-VLR-TARIFA (WS-IDX)
004120     IF WS-VLR-AUX EQUAL CN-VLR-DETALHES
004130         MOVE WS-IDX TO WS-IDX-ACHADO
004140     END-IF.
004150 2120-COMPARAR-DATA-VALOR-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180 2130-COMPARAR-DATA.
004190     IF NOT WS-EXT-USADO (WS-IDX)
004200         AND WS-EXT-NR-RETORNO (WS-IDX) EQUAL ZEROS
004210         AND WS-EXT-DT-CREDITO (WS-IDX) EQUAL CN-DT-CREDITO
004220         MOVE WS-IDX TO WS-IDX-ACHADO
004230     END-IF.
004240 2130-COMPARAR-DATA-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------------
004270 3000-LISTAR-SEM-RETORNO.
004280*    CREDITO DO EXTRATO QUE NENHUM RETORNO RECLAMOU.
004290     IF WS-EXT-USADO (WS-IDX)
004300         GO TO 3000-LISTAR-SEM-RETORNO-EXIT
004310     END-IF
004320     ADD 1 TO WS-CNT-SEM-RETORNO
004330     ADD WS-EXT-VLR-CREDITO (WS-IDX) TO WS-TOT-SEM-RETORNO
004340     PERFORM 7600-IMPRIMIR-CREDITO
004350         THRU 7600-IMPRIMIR-CREDITO-EXIT.
004360 3000-LISTAR-SEM-RETORNO-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390 4000-FINALIZAR.
004400     MOVE WS-CNT-RET-LIDOS      TO WS-RES-RET-LIDOS
004410     MOVE WS-CNT-CONCILIADOS    TO WS-RES-CONCILIADOS
004420     MOVE WS-CNT-DIVERGENTES    TO WS-RES-DIVERGENTES
004430     MOVE WS-CNT-SEM-CREDITO    TO WS-RES-SEM-CREDITO
004440     MOVE WS-CNT-JA-CONCILIADOS TO WS-RES-JA-CONCILIADOS
004450     MOVE WS-CNT-SEM-TOTAIS     TO WS-RES-SEM-TOTAIS
004460     WRITE WL-LINHA FROM WS-LIN-RESUMO-1 AFTER ADVANCING 2 LINES
004470     MOVE WS-CNT-EXT-LIDOS      TO WS-RES-EXT-LIDOS
004480     MOVE WS-CNT-SEM-RETORNO    TO WS-RES-SEM-RETORNO
004490     MOVE WS-TOT-SEM-RETORNO    TO WS-RES-TOT-SEM-RETORNO
004500     MOVE WS-CNT-EXT-INVALIDOS  TO WS-RES-EXT-INVALIDOS
004510     WRITE WL-LINHA FROM WS-LIN-RESUMO-2 AFTER ADVANCING 1 LINE
004520
004530     CLOSE CTRL-RETORNO
004540     CLOSE CTRL-RETORNO-TRAB
004550     IF WS-ERRO-GRAVACAO
004560         DISPLAY "CTRL-RETORNO MANTIDO SEM ALTERACAO POR ERRO NO "
004570             "ARQUIVO DE TRABALHO"
004580     ELSE
004590         PERFORM 4100-REGRAVAR-CTRL-RETORNO
004600             THRU 4100-REGRAVAR-CTRL-RETORNO-EXIT
004610     END-IF
004620
004630     DISPLAY "CONCRET ENCERRADO. RETORNOS LIDOS: "
004640         WS-CNT-RET-LIDOS
004650         " CONCILIADOS: " WS-CNT-CONCILIADOS
004660         " DIVERGENTES: " WS-CNT-DIVERGENTES
004670         " SEM CREDITO: " WS-CNT-SEM-CREDITO
004680     DISPLAY "CREDITOS NO EXTRATO: " WS-CNT-EXT-LIDOS
004690         " SEM RETORNO: " WS-CNT-SEM-RETORNO
004700         " INVALIDOS: " WS-CNT-EXT-INVALIDOS
004710
004720     CLOSE REL-CONCILIACAO.
004730 4000-FINALIZAR-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------------
004760 4100-REGRAVAR-CTRL-RETORNO.
004770*    O CTRL-RETORNO E REGRAVADO A PARTIR DO ARQUIVO DE TRABALHO,
004780*    JA COM A SITUACAO DA CONCILIACAO DE CADA RETORNO.
004790     OPEN INPUT CTRL-RETORNO-TRAB
004800     IF NOT WS-FS-CTRLNOVO-OK
004810         DISPLAY "ERRO AO REABRIR CTRL-RETORNO-TRAB: "
004820             WS-FS-CTRLNOVO
004830         GO TO 4100-REGRAVAR-CTRL-RETORNO-EXIT
004840     END-IF
004850     OPEN OUTPUT CTRL-RETORNO
004860     IF NOT WS-FS-CTRLRET-OK
004870         DISPLAY "ERRO AO REGRAVAR CTRL-RETORNO: " WS-FS-CTRLRET
004880         CLOSE CTRL-RETORNO-TRAB
004890         GO TO 4100-REGRAVAR-CTRL-RETORNO-EXIT
004900     END-IF
004910     MOVE "N" TO WS-SW-FIM-ARQ
004920     PERFORM 8200-LER-TRABALHO
004930         THRU 8200-LER-TRABALHO-EXIT
004940     PERFORM 4200-COPIAR-RETORNO
004950         THRU 4200-COPIAR-RETORNO-EXIT
004960         UNTIL WS-FIM-ARQ
004970     CLOSE CTRL-RETORNO-TRAB
004980     CLOSE CTRL-RETORNO.
004990 4100-REGRAVAR-CTRL-RETORNO-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020 4200-COPIAR-RETORNO.
005030     MOVE CN-REGISTRO TO CT-REGISTRO
005040     WRITE CT-REGISTRO
005050     IF NOT WS-FS-CTRLRET-OK
005060         DISPLAY "ERRO AO GRAVAR CTRL-RETORNO: " WS-FS-CTRLRET
005070     END-IF
005080     PERFORM 8200-LER-TRABALHO
005090         THRU 8200-LER-TRABALHO-EXIT.
005100 4200-COPIAR-RETORNO-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130 7000-IMPRIMIR-CABECALHO.
005140     ADD 1 TO WS-NR-PAGINA
005150     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
005160     IF WS-NR-PAGINA EQUAL 1
005170         WRITE WL-LINHA FROM WS-CAB-1
005180     ELSE
005190         WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
005200     END-IF
005210     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
005220     WRITE WL-LINHA FROM WS-CAB-3 AFTER ADVANCING 2 LINES
005230     MOVE ZEROS TO WS-CNT-LIN-PAGINA.
005240 7000-IMPRIMIR-CABECALHO-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270 7500-IMPRIMIR-RETORNO.
005280*    WS-DET-SITUACAO JA PREENCHIDA PELO CHAMADOR.
005290     IF WS-CNT-LIN-PAGINA NOT LESS THAN WS-MAX-LIN-PAGINA
005300         PERFORM 7000-IMPRIMIR-CABECALHO
005310             THRU 7000-IMPRIMIR-CABECALHO-EXIT
005320     END-IF
005330     PERFORM 9200-CALCULAR-DIFERENCA
005340         THRU 9200-CALCULAR-DIFERENCA-EXIT
005350     MOVE CN-NR-RETORNO    TO WS-DET-NR-RETORNO
005360     MOVE CN-DT-CREDITO    TO WS-DET-DT-CREDITO
005370     MOVE CN-QTD-DETALHES  TO WS-DET-QTD-DETALHES
005380     MOVE CN-VLR-DETALHES  TO WS-DET-VLR-DETALHES
005390     MOVE CN-VLR-TARIFA    TO WS-DET-VLR-TARIFA
005400     MOVE WS-VLR-LIQUIDO   TO WS-DET-VLR-LIQUIDO
005410     MOVE CN-VLR-CREDITO   TO WS-DET-VLR-CREDITO
005420     MOVE WS-VLR-DIFERENCA TO WS-DET-VLR-DIFERENCA
005430     WRITE WL-LINHA FROM WS-DET AFTER ADVANCING 1 LINE
005440     ADD 1 TO WS-CNT-LIN-PAGINA.
005450 7500-IMPRIMIR-RETORNO-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480 7600-IMPRIMIR-CREDITO.
005490     IF WS-CNT-LIN-PAGINA NOT LESS THAN WS-MAX-LIN-PAGINA
005500         PERFORM 7000-IMPRIMIR-CABECALHO
005510             THRU 7000-IMPRIMIR-CABECALHO-EXIT
005520     END-IF
005530     MOVE WS-EXT-NR-RETORNO (WS-IDX)  TO WS-DET-NR-RETORNO
005540     MOVE WS-EXT-DT-CREDITO (WS-IDX)  TO WS-DET-DT-CREDITO
005550     MOVE ZEROS                       TO WS-DET-QTD-DETALHES
005560     MOVE ZEROS                       TO WS-DET-VLR-DETALHES
005570     MOVE WS-EXT-VLR-TARIFA (WS-IDX)  TO WS-DET-VLR-TARIFA
005580     MOVE ZEROS                       TO WS-DET-VLR-LIQUIDO
005590     MOVE WS-EXT-VLR-CREDITO (WS-IDX) TO WS-DET-VLR-CREDITO
005600     MOVE WS-EXT-VLR-CREDITO (WS-IDX) TO WS-DET-VLR-DIFERENCA
005610     MOVE "CREDITO SEM RETORNO"       TO WS-DET-SITUACAO
005620     WRITE WL-LINHA FROM WS-DET AFTER ADVANCING 1 LINE
005630     ADD 1 TO WS-CNT-LIN-PAGINA.
005640 7600-IMPRIMIR-CREDITO-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------------
005670 8000-LER-EXTRATO.
005680     READ EXT-BANCARIO
005690         AT END
005700             MOVE "S" TO WS-SW-FIM-ARQ
005710     END-READ
005720     IF NOT WS-FS-EXTBANC-SUCESSO
005730         MOVE "S" TO WS-SW-FIM-ARQ
005740     END-IF.
005750 8000-LER-EXTRATO-EXIT.
005760     EXIT.
005770*-----------------------------------------------------------------
005780 8100-LER-CTRL-RETORNO.
005790     READ CTRL-RETORNO
005800         AT END
005810             MOVE "S" TO WS-SW-FIM-ARQ
005820     END-READ
005830     IF NOT WS-FS-CTRLRET-SUCESSO
005840         MOVE "S" TO WS-SW-FIM-ARQ
005850     END-IF.
005860 8100-LER-CTRL-RETORNO-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------------
005890 8200-LER-TRABALHO.
005900     READ CTRL-RETORNO-TRAB
005910         AT END
005920             MOVE "S" TO WS-SW-FIM-ARQ
005930     END-READ
005940     IF NOT WS-FS-CTRLNOVO-SUCESSO
005950         MOVE "S" TO WS-SW-FIM-ARQ
005960     END-IF.
005970 8200-LER-TRABALHO-EXIT.
005980     EXIT.
005990*-----------------------------------------------------------------
006000 9200-CALCULAR-DIFERENCA.
006010*    LIQUIDO ESPERADO = TOTAL DOS DETALHES - TARIFA DO BANCO;
006020*    DIFERENCA = CREDITADO - LIQUIDO ESPERADO.
006030     COMPUTE WS-VLR-LIQUIDO = CN-VLR-DETALHES - CN-VLR-TARIFA
006040     COMPUTE WS-VLR-DIFERENCA = CN-VLR-CREDITO - WS-VLR-LIQUIDO.
006050 9200-CALCULAR-DIFERENCA-EXIT.
006060     EXIT.
