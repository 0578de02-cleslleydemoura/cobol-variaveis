000010******************************************************************
000020* PROGRAM:     LOTCOB
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     CONDUTOR DA CADEIA DO LOTE NOTURNO. ABRE A CADEIA
000090*              DO DIA NO CTL-LOTE (COPYBOOK LOTREG, REGISTRO DE
000100*              CABECALHO "CADEIA") E CHAMA, NA ORDEM, OS PASSOS
000110*              LIQPAG, LIQAGE, BATMOV, PROGVAR, PRMCOB, NEGCOB,
000120*              CARTCOB, BKPCLI, VERCLI E, NO ULTIMO DIA DO MES,
000130*              FECMES. CADA PASSO REGISTRA NO CTL-LOTE O SEU
000140*              INICIO, FIM, CODIGO DE RETORNO E CONTADORES, E SE
000150*              RECUSA A COMECAR SE OS SEUS PRE-REQUISITOS NAO
000160*              TERMINARAM BEM NA DATA DA CADEIA.
000170*              A CADEIA PARA NO PRIMEIRO PASSO QUE NAO TERMINAR
000180*              BEM (CODIGO DE RETORNO MAIOR QUE 4) E FICA ABERTA.
000190*              PARAMETRO (LINHA DE COMANDO):
000200*              - EM BRANCO: ABRE A CADEIA DO DIA. RECUSA SE
000210*                HOUVER CADEIA ANTERIOR INCOMPLETA;
000220*              - REINICIO: RETOMA A CADEIA INCOMPLETA, NA MESMA
000230*                DATA DE PROCESSAMENTO, A PARTIR DO PASSO QUE
000240*                FALHOU (OS JA CONCLUIDOS NAO SAO REEXECUTADOS);
000250*              - NOVA: DA A CADEIA INCOMPLETA COMO ABANDONADA E
000260*                ABRE A CADEIA DO DIA.
000270*              NO FIM, IMPRIME NO REL-LOTE O RESUMO DA CADEIA EM
000280*              UMA PAGINA. CODIGO DE RETORNO: O MAIOR DOS PASSOS
000290*              QUANDO A CADEIA TERMINA; O DO PASSO QUE FALHOU
000300*              QUANDO ELA PARA; 16 QUANDO NAO PODE SER INICIADA.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. LOTCOB.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LT-CHAVE-PASSO
000450         FILE STATUS IS WS-FS-CTLLOTE.
000460     SELECT REL-LOTE ASSIGN TO RELLOTE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-RELLOTE.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CTL-LOTE
000520     LABEL RECORDS ARE STANDARD.
000530 01  LT-REGISTRO.
000540     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000550 FD  REL-LOTE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 132 CHARACTERS.
000580 01  WL-LINHA                     PIC X(132).
000590 WORKING-STORAGE SECTION.
000600 01  WS-FS-CTLLOTE                PIC X(02).
000610     88  WS-FS-CTLLOTE-OK         VALUE "00".
000620 01  WS-FS-RELLOTE                PIC X(02).
000630     88  WS-FS-RELLOTE-OK         VALUE "00".
000640 01  WS-SWITCHES.
000650     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
000660         88  WS-ERRO-INICIALIZACAO VALUE "S".
000670     05  WS-SW-CADEIA-PARADA      PIC X(01)  VALUE "N".
000680         88  WS-CADEIA-PARADA     VALUE "S".
000690     05  WS-SW-REINICIO           PIC X(01)  VALUE "N".
000700         88  WS-MODO-REINICIO     VALUE "S".
000710     05  WS-SW-CABECALHO          PIC X(01)  VALUE "N".
000720         88  WS-CABECALHO-EXISTE  VALUE "S".
000730     05  WS-SW-FIM-MES            PIC X(01)  VALUE "N".
000740         88  WS-FIM-DE-MES        VALUE "S".
000750     05  WS-SW-PASSO-ACHADO       PIC X(01)  VALUE "N".
000760         88  WS-PASSO-ACHADO      VALUE "S".
000770 01  WS-PARM-LOTE                 PIC X(10)  VALUE SPACES.
000780     88  WS-PARM-REINICIO         VALUE "REINICIO".
000790     88  WS-PARM-NOVA             VALUE "NOVA".
000800     88  WS-PARM-VALIDO           VALUE "REINICIO" "NOVA" SPACES.
000810*-----------------------------------------------------------------
000820* PASSOS DA CADEIA, NA ORDEM DE EXECUCAO. O INDICADOR "S" MARCA O
000830* PASSO QUE SO RODA NO ULTIMO DIA DO MES. OS PRE-REQUISITOS DE
000840* CADA PASSO SAO CONFERIDOS PELO PROPRIO PROGRAMA (9800).
000850*-----------------------------------------------------------------
000860 01  WS-TAB-PASSOS-V.
000870     05  FILLER                   PIC X(09)  VALUE "LIQPAG  N".
000880     05  FILLER                   PIC X(09)  VALUE "LIQAGE  N".
000890     05  FILLER                   PIC X(09)  VALUE "BATMOV  N".
000900     05  FILLER                   PIC X(09)  VALUE "PROGVAR N".
000910     05  FILLER                   PIC X(09)  VALUE "PRMCOB  N".
000920     05  FILLER                   PIC X(09)  VALUE "NEGCOB  N".
000930     05  FILLER                   PIC X(09)  VALUE "CARTCOB N".
000940     05  FILLER                   PIC X(09)  VALUE "BKPCLI  N".
000950     05  FILLER                   PIC X(09)  VALUE "VERCLI  N".
000960     05  FILLER                   PIC X(09)  VALUE "FECMES  S".
000970 01  WS-TAB-PASSOS REDEFINES WS-TAB-PASSOS-V.
000980     05  WS-TAB-PASSO             OCCURS 10 TIMES.
000990         10  WS-TAB-PROGRAMA      PIC X(08).
001000         10  WS-TAB-FLG-FIM-MES   PIC X(01).
001010             88  WS-TAB-SO-FIM-MES VALUE "S".
001020 77  WS-QTD-PASSOS                PIC 9(02)  VALUE 10 COMP.
001030 77  WS-IDX-PASSO                 PIC 9(02)  VALUE ZEROS COMP.
001040*-----------------------------------------------------------------
001050* DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
001060*-----------------------------------------------------------------
001070 01  WS-TAB-DIAS-MES-V            PIC X(24)
001080     VALUE "312831303130313130313031".
001090 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-V.
001100     05  WS-DIAS-MES              PIC 9(02)  OCCURS 12 TIMES.
001110 77  WS-ULTIMO-DIA                PIC 9(02)  VALUE ZEROS.
001120 77  WS-QUOCIENTE                 PIC 9(04)  VALUE ZEROS COMP.
001130 77  WS-RESTO-4                   PIC 9(04)  VALUE ZEROS COMP.
001140 77  WS-RESTO-100                 PIC 9(04)  VALUE ZEROS COMP.
001150 77  WS-RESTO-400                 PIC 9(04)  VALUE ZEROS COMP.
001160 01  WS-DATA-HOJE                 PIC 9(08).
001170 01  WS-DT-CADEIA                 PIC 9(08)  VALUE ZEROS.
001180 01  WS-DT-CADEIA-R REDEFINES WS-DT-CADEIA.
001190     05  WS-DT-CADEIA-AAAA        PIC 9(04).
001200     05  WS-DT-CADEIA-MM          PIC 9(02).
001210     05  WS-DT-CADEIA-DD          PIC 9(02).
001220 01  WS-HORA                      PIC 9(08)  VALUE ZEROS.
001230 01  WS-HORA-R REDEFINES WS-HORA.
001240     05  WS-HORA-HHMMSS           PIC 9(06).
001250     05  FILLER                   PIC 9(02).
001260 01  WS-HORA-AUX                  PIC 9(06)  VALUE ZEROS.
001270 01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.
001280     05  WS-HORA-AUX-HH           PIC 9(02).
001290     05  WS-HORA-AUX-MM           PIC 9(02).
001300     05  WS-HORA-AUX-SS           PIC 9(02).
001310 77  WS-RC-PASSO                  PIC 9(04)  VALUE ZEROS.
001320 77  WS-RC-LOTE                   PIC 9(04)  VALUE ZEROS.
001330 77  WS-PASSO-PARADA              PIC X(08)  VALUE SPACES.
001340*-----------------------------------------------------------------
001350* AREAS DE IMPRESSAO DO RESUMO DA CADEIA
001360*-----------------------------------------------------------------
001370 01  WS-CAB-1.
001380     05  FILLER                   PIC X(20)
001390         VALUE "SETOR DE COBRANCA".
001400     05  FILLER                   PIC X(40) VALUE SPACES.
001410     05  FILLER                   PIC X(33)
001420         VALUE "RESUMO DA CADEIA DO LOTE NOTURNO".
001430     05  FILLER                   PIC X(39) VALUE SPACES.
001440 01  WS-CAB-2.
001450     05  FILLER                   PIC X(23)
001460         VALUE "DATA DE PROCESSAMENTO: ".
001470     05  WS-CAB-DT-CADEIA         PIC 9(08).
001480     05  FILLER                   PIC X(16)
001490         VALUE "  DATA DO DIA: ".
001500     05  WS-CAB-DATA-HOJE         PIC 9(08).
001510     05  FILLER                   PIC X(09) VALUE "  MODO: ".
001520     05  WS-CAB-MODO              PIC X(08).
001530     05  FILLER                   PIC X(60) VALUE SPACES.
001540 01  WS-CAB-3.
001550     05  FILLER                   PIC X(10) VALUE "PASSO".
001560     05  FILLER                   PIC X(18) VALUE "SITUACAO".
001570     05  FILLER                   PIC X(10) VALUE "INICIO".
001580     05  FILLER                   PIC X(10) VALUE "FIM".
001590     05  FILLER                   PIC X(06) VALUE "  RC".
001600     05  FILLER                   PIC X(04) VALUE "EXEC".
001610     05  FILLER                   PIC X(09) VALUE "    LIDOS".
001620     05  FILLER                   PIC X(12) VALUE "    GRAVADOS".
001630     05  FILLER                   PIC X(12) VALUE "  REJEITADOS".
001640     05  FILLER                   PIC X(20)
001650         VALUE "               VALOR".
001660     05  FILLER                   PIC X(21) VALUE SPACES.
001670 01  WS-DET.
001680     05  WS-DET-PROGRAMA          PIC X(08).
001690     05  FILLER                   PIC X(02) VALUE SPACES.
001700     05  WS-DET-SITUACAO          PIC X(16).
001710     05  FILLER                   PIC X(02) VALUE SPACES.
001720     05  WS-DET-INICIO.
001730         10  WS-DET-INI-HH        PIC 9(02).
001740         10  FILLER               PIC X(01) VALUE ":".
001750         10  WS-DET-INI-MM        PIC 9(02).
001760         10  FILLER               PIC X(01) VALUE ":".
001770         10  WS-DET-INI-SS        PIC 9(02).
001780     05  FILLER                   PIC X(02) VALUE SPACES.
001790     05  WS-DET-FIM.
001800         10  WS-DET-FIM-HH        PIC 9(02).
001810         10  FILLER               PIC X(01) VALUE ":".
001820         10  WS-DET-FIM-MM        PIC 9(02).
001830         10  FILLER               PIC X(01) VALUE ":".
001840         10  WS-DET-FIM-SS        PIC 9(02).
001850     05  FILLER                   PIC X(02) VALUE SPACES.
001860     05  WS-DET-RC                PIC ZZZ9.
001870     05  FILLER                   PIC X(02) VALUE SPACES.
001880     05  WS-DET-EXECUCOES         PIC ZZ9.
001890     05  FILLER                   PIC X(01) VALUE SPACES.
001900     05  WS-DET-LIDOS             PIC Z,ZZZ,ZZ9.
001910     05  FILLER                   PIC X(03) VALUE SPACES.
001920     05  WS-DET-GRAVADOS          PIC Z,ZZZ,ZZ9.
001930     05  FILLER                   PIC X(03) VALUE SPACES.
001940     05  WS-DET-REJEITADOS        PIC Z,ZZZ,ZZ9.
001950     05  FILLER                   PIC X(02) VALUE SPACES.
001960     05  WS-DET-VALOR             PIC $$$,$$$,$$$,$$9.99.
001970 01  WS-LIN-FINAL.
001980     05  FILLER                   PIC X(08) VALUE "CADEIA: ".
001990     05  WS-FIN-TEXTO             PIC X(124).
002000 01  WS-FIN-INTERROMPIDA.
002010     05  FILLER                   PIC X(22)
002020         VALUE "INTERROMPIDA NO PASSO ".
002030     05  WS-FIN-PASSO             PIC X(08).
002040     05  FILLER                   PIC X(21)
002050         VALUE " - CORRIGIR A CAUSA ".
002060     05  FILLER                   PIC X(34)
002070         VALUE "E EXECUTAR O LOTCOB COM REINICIO".
002080     05  FILLER                   PIC X(39) VALUE SPACES.
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INICIALIZAR
002120         THRU 1000-INICIALIZAR-EXIT
002130     IF NOT WS-ERRO-INICIALIZACAO
002140         PERFORM 2000-EXECUTAR-PASSO
002150             THRU 2000-EXECUTAR-PASSO-EXIT
002160             VARYING WS-IDX-PASSO FROM 1 BY 1
002170             UNTIL WS-IDX-PASSO GREATER THAN WS-QTD-PASSOS
002180                OR WS-CADEIA-PARADA
002190         PERFORM 3000-FINALIZAR
002200             THRU 3000-FINALIZAR-EXIT
002210     END-IF
002220     MOVE WS-RC-LOTE TO RETURN-CODE
002230     GOBACK.
002240*-----------------------------------------------------------------
002250 1000-INICIALIZAR.
002260     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002270     ACCEPT WS-HORA FROM TIME
002280     ACCEPT WS-PARM-LOTE FROM COMMAND-LINE
002290     IF NOT WS-PARM-VALIDO
002300         DISPLAY "PARAMETRO INVALIDO: " WS-PARM-LOTE
002310             " (USE REINICIO, NOVA OU EM BRANCO)"
002320         MOVE 16  TO WS-RC-LOTE
002330         MOVE "S" TO WS-SW-ERRO-INIC
002340         GO TO 1000-INICIALIZAR-EXIT
002350     END-IF
002360     OPEN I-O CTL-LOTE
002370     IF NOT WS-FS-CTLLOTE-OK
002380         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
002390         CLOSE CTL-LOTE
002400         OPEN OUTPUT CTL-LOTE
002410         CLOSE CTL-LOTE
002420         OPEN I-O CTL-LOTE
002430     END-IF
002440     IF NOT WS-FS-CTLLOTE-OK
002450         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
002460         MOVE 16  TO WS-RC-LOTE
002470         MOVE "S" TO WS-SW-ERRO-INIC
002480         GO TO 1000-INICIALIZAR-EXIT
002490     END-IF
002500     PERFORM 8000-LER-CABECALHO
002510         THRU 8000-LER-CABECALHO-EXIT
002520     IF WS-CABECALHO-EXISTE AND LT-CADEIA-ABERTA
002530         MOVE LT-DT-CADEIA TO WS-DT-CADEIA
002540         EVALUATE TRUE
002550             WHEN WS-PARM-REINICIO
002560                 MOVE "S" TO WS-SW-REINICIO
002570                 DISPLAY "REINICIO DA CADEIA DE " WS-DT-CADEIA
002580             WHEN WS-PARM-NOVA
002590                 PERFORM 1100-ABANDONAR-CADEIA
002600                     THRU 1100-ABANDONAR-CADEIA-EXIT
002610             WHEN OTHER
002620                 DISPLAY "CADEIA DE " WS-DT-CADEIA
002630                     " INCOMPLETA, EXECUTE COM REINICIO OU NOVA"
002640                 MOVE 16  TO WS-RC-LOTE
002650                 MOVE "S" TO WS-SW-ERRO-INIC
002660                 CLOSE CTL-LOTE
002670                 GO TO 1000-INICIALIZAR-EXIT
002680         END-EVALUATE
002690     ELSE
002700         IF WS-PARM-REINICIO
002710             DISPLAY "NAO HA CADEIA INCOMPLETA PARA REINICIAR"
002720             MOVE 16  TO WS-RC-LOTE
002730             MOVE "S" TO WS-SW-ERRO-INIC
002740             CLOSE CTL-LOTE
002750             GO TO 1000-INICIALIZAR-EXIT
002760         END-IF
002770     END-IF
002780     IF NOT WS-MODO-REINICIO
002790         PERFORM 1200-ABRIR-CADEIA
002800             THRU 1200-ABRIR-CADEIA-EXIT
002810         IF WS-ERRO-INICIALIZACAO
002820             CLOSE CTL-LOTE
002830             GO TO 1000-INICIALIZAR-EXIT
002840         END-IF
002850     END-IF
002860     PERFORM 1300-VERIFICAR-FIM-MES
002870         THRU 1300-VERIFICAR-FIM-MES-EXIT
002880     OPEN OUTPUT REL-LOTE
002890     IF NOT WS-FS-RELLOTE-OK
002900         DISPLAY "ERRO AO ABRIR REL-LOTE: " WS-FS-RELLOTE
002910         MOVE 16  TO WS-RC-LOTE
002920         MOVE "S" TO WS-SW-ERRO-INIC
002930         CLOSE CTL-LOTE
002940         GO TO 1000-INICIALIZAR-EXIT
002950     END-IF.
002960 1000-INICIALIZAR-EXIT.
002970     EXIT.
002980*-----------------------------------------------------------------
002990* A CADEIA INCOMPLETA E DADA COMO ABANDONADA: OS REGISTROS DOS
003000* PASSOS DAQUELA DATA FICAM COMO ESTAO, PARA CONSULTA.
003010*-----------------------------------------------------------------
003020 1100-ABANDONAR-CADEIA.
003030     DISPLAY "CADEIA DE " WS-DT-CADEIA " DADA COMO ABANDONADA"
003040     MOVE "A"            TO LT-STS-PASSO
003050     MOVE WS-HORA-HHMMSS TO LT-HORA-FECHAMENTO
003060     REWRITE LT-REGISTRO
003070     IF NOT WS-FS-CTLLOTE-OK
003080         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
003090     END-IF.
003100 1100-ABANDONAR-CADEIA-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130 1200-ABRIR-CADEIA.
003140     MOVE WS-DATA-HOJE   TO WS-DT-CADEIA
003150     MOVE ZEROS          TO LT-DT-PROCESSAMENTO
003160     MOVE "CADEIA"       TO LT-PROGRAMA
003170     MOVE "I"            TO LT-STS-PASSO
003180     MOVE ZEROS          TO LT-DADOS-PASSO
003190     MOVE WS-DT-CADEIA   TO LT-DT-CADEIA
003200     MOVE WS-HORA-HHMMSS TO LT-HORA-ABERTURA
003210     MOVE SPACES         TO LT-PASSO-PARADA
003220     IF WS-CABECALHO-EXISTE
003230         REWRITE LT-REGISTRO
003240     ELSE
003250         WRITE LT-REGISTRO
003260     END-IF
003270     IF NOT WS-FS-CTLLOTE-OK
003280         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
003290         MOVE 16  TO WS-RC-LOTE
003300         MOVE "S" TO WS-SW-ERRO-INIC
003310         GO TO 1200-ABRIR-CADEIA-EXIT
003320     END-IF
003330     DISPLAY "ABERTA A CADEIA DE " WS-DT-CADEIA.
003340 1200-ABRIR-CADEIA-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* ULTIMO DIA DO MES DA DATA DA CADEIA (ANO BISSEXTO PELO
003380* CALENDARIO GREGORIANO)
003390*-----------------------------------------------------------------
003400 1300-VERIFICAR-FIM-MES.
003410     MOVE WS-DIAS-MES (WS-DT-CADEIA-MM) TO WS-ULTIMO-DIA
003420     IF WS-DT-CADEIA-MM EQUAL 02
003430         DIVIDE WS-DT-CADEIA-AAAA BY 4
003440             GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
003450         DIVIDE WS-DT-CADEIA-AAAA BY 100
003460             GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
003470         DIVIDE WS-DT-CADEIA-AAAA BY 400
003480             GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
003490         IF WS-RESTO-400 EQUAL ZEROS
003500             OR (WS-RESTO-4 EQUAL ZEROS
003510                 AND WS-RESTO-100 NOT EQUAL ZEROS)
003520             MOVE 29 TO WS-ULTIMO-DIA
003530         END-IF
003540     END-IF
003550     IF WS-DT-CADEIA-DD EQUAL WS-ULTIMO-DIA
003560         MOVE "S" TO WS-SW-FIM-MES
003570     END-IF.
003580 1300-VERIFICAR-FIM-MES-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610* EXECUTA UM PASSO DA CADEIA. O CTL-LOTE E FECHADO DURANTE A
003620* CHAMADA, POIS O PASSO O ABRE PARA REGISTRAR O SEU ANDAMENTO.
003630*-----------------------------------------------------------------
003640 2000-EXECUTAR-PASSO.
003650     IF WS-TAB-SO-FIM-MES (WS-IDX-PASSO)
003660         AND NOT WS-FIM-DE-MES
003670         GO TO 2000-EXECUTAR-PASSO-EXIT
003680     END-IF
003690     IF WS-MODO-REINICIO
003700         PERFORM 8100-LER-PASSO
003710             THRU 8100-LER-PASSO-EXIT
003720         IF WS-PASSO-ACHADO AND LT-CONCLUIDO
003730             DISPLAY "PASSO " WS-TAB-PROGRAMA (WS-IDX-PASSO)
003740                 " JA CONCLUIDO, NAO REEXECUTADO"
003750             IF LT-COD-RETORNO GREATER THAN WS-RC-LOTE
003760                 MOVE LT-COD-RETORNO TO WS-RC-LOTE
003770             END-IF
003780             GO TO 2000-EXECUTAR-PASSO-EXIT
003790         END-IF
003800     END-IF
003810     DISPLAY "INICIO DO PASSO " WS-TAB-PROGRAMA (WS-IDX-PASSO)
003820     CLOSE CTL-LOTE
003830     MOVE ZEROS TO RETURN-CODE
003840     CALL WS-TAB-PROGRAMA (WS-IDX-PASSO)
003850         ON EXCEPTION
003860             DISPLAY "PROGRAMA " WS-TAB-PROGRAMA (WS-IDX-PASSO)
003870                 " NAO ENCONTRADO"
003880             MOVE 16 TO RETURN-CODE
003890     END-CALL
003900     MOVE RETURN-CODE TO WS-RC-PASSO
003910     CANCEL WS-TAB-PROGRAMA (WS-IDX-PASSO)
003920     DISPLAY "FIM DO PASSO " WS-TAB-PROGRAMA (WS-IDX-PASSO)
003930         " RC " WS-RC-PASSO
003940     OPEN I-O CTL-LOTE
003950     IF NOT WS-FS-CTLLOTE-OK
003960         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
003970         MOVE 16 TO WS-RC-PASSO
003980     ELSE
003990         PERFORM 8100-LER-PASSO
004000             THRU 8100-LER-PASSO-EXIT
004010         IF NOT WS-PASSO-ACHADO
004020             DISPLAY "PASSO " WS-TAB-PROGRAMA (WS-IDX-PASSO)
004030                 " NAO REGISTRADO NO CTL-LOTE"
004040             IF WS-RC-PASSO NOT GREATER THAN 4
004050                 MOVE 16 TO WS-RC-PASSO
004060             END-IF
004070         END-IF
004080     END-IF
004090     IF WS-RC-PASSO GREATER THAN WS-RC-LOTE
004100         MOVE WS-RC-PASSO TO WS-RC-LOTE
004110     END-IF
004120     IF WS-RC-PASSO GREATER THAN 4
004130         MOVE "S" TO WS-SW-CADEIA-PARADA
004140         MOVE WS-TAB-PROGRAMA (WS-IDX-PASSO) TO WS-PASSO-PARADA
004150         DISPLAY "CADEIA INTERROMPIDA NO PASSO " WS-PASSO-PARADA
004160     END-IF.
004170 2000-EXECUTAR-PASSO-EXIT.
004180     EXIT.
004190*-----------------------------------------------------------------
004200 3000-FINALIZAR.
004210     ACCEPT WS-HORA FROM TIME
004220     PERFORM 8000-LER-CABECALHO
004230         THRU 8000-LER-CABECALHO-EXIT
004240     IF WS-CABECALHO-EXISTE
004250         IF WS-CADEIA-PARADA
004260             MOVE WS-PASSO-PARADA TO LT-PASSO-PARADA
004270         ELSE
004280             MOVE "F"             TO LT-STS-PASSO
004290             MOVE WS-HORA-HHMMSS  TO LT-HORA-FECHAMENTO
004300             MOVE SPACES          TO LT-PASSO-PARADA
004310         END-IF
004320         REWRITE LT-REGISTRO
004330         IF NOT WS-FS-CTLLOTE-OK
004340             DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
004350         END-IF
004360     END-IF
004370     MOVE WS-DT-CADEIA TO WS-CAB-DT-CADEIA
004380     MOVE WS-DATA-HOJE TO WS-CAB-DATA-HOJE
004390     IF WS-MODO-REINICIO
004400         MOVE "REINICIO" TO WS-CAB-MODO
004410     ELSE
004420         MOVE "NORMAL"   TO WS-CAB-MODO
004430     END-IF
004440     WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
004450     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
004460     WRITE WL-LINHA FROM WS-CAB-3 AFTER ADVANCING 2 LINES
004470     PERFORM 3100-IMPRIMIR-PASSO
004480         THRU 3100-IMPRIMIR-PASSO-EXIT
004490         VARYING WS-IDX-PASSO FROM 1 BY 1
004500         UNTIL WS-IDX-PASSO GREATER THAN WS-QTD-PASSOS
004510     IF WS-CADEIA-PARADA
004520         MOVE WS-PASSO-PARADA     TO WS-FIN-PASSO
004530         MOVE WS-FIN-INTERROMPIDA TO WS-FIN-TEXTO
004540     ELSE
004550         MOVE "CONCLUIDA"         TO WS-FIN-TEXTO
004560     END-IF
004570     WRITE WL-LINHA FROM WS-LIN-FINAL AFTER ADVANCING 2 LINES
004580     DISPLAY "CADEIA DE " WS-DT-CADEIA ": " WS-FIN-TEXTO
004590     CLOSE CTL-LOTE
004600     CLOSE REL-LOTE.
004610 3000-FINALIZAR-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------------
004640 3100-IMPRIMIR-PASSO.
004650     MOVE WS-TAB-PROGRAMA (WS-IDX-PASSO) TO WS-DET-PROGRAMA
004660     PERFORM 8100-LER-PASSO
004670         THRU 8100-LER-PASSO-EXIT
004680     IF NOT WS-PASSO-ACHADO
004690         MOVE ZEROS TO LT-DADOS-PASSO
004700         IF WS-TAB-SO-FIM-MES (WS-IDX-PASSO)
004710             AND NOT WS-FIM-DE-MES
004720             MOVE "SO NO FIM DO MES" TO WS-DET-SITUACAO
004730         ELSE
004740             MOVE "NAO EXECUTADO"    TO WS-DET-SITUACAO
004750         END-IF
004760     ELSE
004770         EVALUATE TRUE
004780             WHEN LT-CONCLUIDO
004790                 MOVE "CONCLUIDO"    TO WS-DET-SITUACAO
004800             WHEN LT-COM-ERRO
004810                 MOVE "COM ERRO"     TO WS-DET-SITUACAO
004820             WHEN LT-BLOQUEADO
004830                 MOVE "BLOQUEADO"    TO WS-DET-SITUACAO
004840             WHEN OTHER
004850                 MOVE "INTERROMPIDO" TO WS-DET-SITUACAO
004860         END-EVALUATE
004870     END-IF
004880     MOVE LT-HORA-INICIO     TO WS-HORA-AUX
004890     MOVE WS-HORA-AUX-HH     TO WS-DET-INI-HH
004900     MOVE WS-HORA-AUX-MM     TO WS-DET-INI-MM
004910     MOVE WS-HORA-AUX-SS     TO WS-DET-INI-SS
004920     MOVE LT-HORA-FIM        TO WS-HORA-AUX
004930     MOVE WS-HORA-AUX-HH     TO WS-DET-FIM-HH
004940     MOVE WS-HORA-AUX-MM     TO WS-DET-FIM-MM
004950     MOVE WS-HORA-AUX-SS     TO WS-DET-FIM-SS
004960     MOVE LT-COD-RETORNO     TO WS-DET-RC
004970     MOVE LT-QTD-EXECUCOES   TO WS-DET-EXECUCOES
004980     MOVE LT-QTD-LIDOS       TO WS-DET-LIDOS
004990     MOVE LT-QTD-GRAVADOS    TO WS-DET-GRAVADOS
005000     MOVE LT-QTD-REJEITADOS  TO WS-DET-REJEITADOS
005010     MOVE LT-VLR-TOTAL       TO WS-DET-VALOR
005020     WRITE WL-LINHA FROM WS-DET AFTER ADVANCING 1 LINE.
005030 3100-IMPRIMIR-PASSO-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 8000-LER-CABECALHO.
005070     MOVE "N"      TO WS-SW-CABECALHO
005080     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
005090     MOVE "CADEIA" TO LT-PROGRAMA
005100     READ CTL-LOTE
005110         INVALID KEY
005120             MOVE SPACES TO LT-STS-PASSO
005130     END-READ
005140     IF WS-FS-CTLLOTE-OK
005150         MOVE "S" TO WS-SW-CABECALHO
005160     END-IF.
005170 8000-LER-CABECALHO-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200 8100-LER-PASSO.
005210     MOVE "N"                            TO WS-SW-PASSO-ACHADO
005220     MOVE WS-DT-CADEIA                   TO LT-DT-PROCESSAMENTO
005230     MOVE WS-TAB-PROGRAMA (WS-IDX-PASSO) TO LT-PROGRAMA
005240     READ CTL-LOTE
005250         INVALID KEY
005260             MOVE SPACES TO LT-STS-PASSO
005270     END-READ
005280     IF WS-FS-CTLLOTE-OK
005290         MOVE "S" TO WS-SW-PASSO-ACHADO
005300     END-IF.
005310 8100-LER-PASSO-EXIT.
005320     EXIT.
