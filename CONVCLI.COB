000010******************************************************************
000020* PROGRAM:     CONVCLI
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     CONVERSAO UNICA DO CLIENTES-MASTER DA ORGANIZACAO
000090*              ANTERIOR (CHAVE PRIMARIA TELEFONE, CPF COMO CHAVE
000100*              ALTERNATIVA) PARA A NOVA (CHAVE PRIMARIA CPF,
000110*              TELEFONE COMO CAMPO COMUM). RODA UMA VEZ, COM O
000120*              LOTE PARADO, NA SEGUINTE ORDEM:
000130*              1) A DESCARGA DO BKPCLI DO ULTIMO FECHAMENTO NA
000140*                 ORGANIZACAO ANTERIOR (SEG-CLIENTES, EM ORDEM DE
000150*                 TELEFONE) E GUARDADA E O ARQUIVO ANTIGO E
000160*                 RENOMEADO PARA CLIANT;
000170*              2) O CONVCLI CONFERE A DESCARGA CONTRA O PROPRIO
000180*                 TRAILER (QTD DE ATIVOS/INATIVOS E, SE HOUVER, A
000190*                 SOMA DOS CPF) E SO ENTAO CRIA O NOVO
000200*                 CLIENTES-MASTER (CLIMEST), LENDO O ARQUIVO
000210*                 ANTIGO EM SEQUENCIA E GRAVANDO PELO CPF;
000220*              3) O NOVO ARQUIVO E RELIDO DO INICIO AO FIM, EM
000230*                 ORDEM DE CPF, PARA CONTAR E SOMAR OS CPF.
000240*              O QUADRO DE CONFERENCIA DO REL-CONVERSAO BATE A
000250*              DESCARGA (ANTES) COM O ARQUIVO ANTIGO, E O ANTIGO
000260*              MENOS OS REJEITADOS COM O NOVO (DEPOIS). CPF NAO
000270*              NUMERICO, ZERADO OU REPETIDO NAO ENTRA NO NOVO
000280*              ARQUIVO: O CLIENTE E LISTADO COM O MOTIVO, PARA
000290*              ACERTO E INCLUSAO PELO CADCLI. O NOVO ARQUIVO SO
000300*              DEVE SER LIBERADO COM A CONVERSAO CONFERIDA; SE
000310*              NAO CONFERIR, CONTINUA VALENDO O ARQUIVO ANTIGO.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000360*   15/10/2026 CDM   ERRO DE LEITURA (STATUS DIFERENTE DE FIM DE
000370*                    ARQUIVO) ENCERRA A LEITURA DO ARQUIVO: NA
000380*                    DESCARGA CANCELA A CONVERSAO; NOS ARQUIVOS
000390*                    CLIENTES-MASTER IMPEDE A LIBERACAO DO NOVO.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. CONVCLI.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SEG-CLIENTES ASSIGN TO SEGCLI
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-SEGCLI.
000490     SELECT CLIENTES-ANTIGO ASSIGN TO CLIANT
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS CA-TELEFONE
000530         ALTERNATE RECORD KEY IS CA-CPF
000540         FILE STATUS IS WS-FS-CLIANT.
000550     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-CPF
000590         FILE STATUS IS WS-FS-CLIMEST.
000600     SELECT REL-CONVERSAO ASSIGN TO RELCONV
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-RELCONV.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SEG-CLIENTES
000660     LABEL RECORDS ARE STANDARD.
000670 01  SC-REGISTRO.
000680     COPY SEGREG REPLACING LEADING ==WS-SG-== BY ==SC-==.
000690 FD  CLIENTES-ANTIGO
000700     LABEL RECORDS ARE STANDARD.
000710 01  CA-REGISTRO.
000720     COPY CUSTREG REPLACING LEADING ==WS-== BY ==CA-==.
000730 FD  CLIENTES-MASTER
000740     LABEL RECORDS ARE STANDARD.
000750 01  CM-REGISTRO.
000760     COPY CUSTREG REPLACING LEADING ==WS-== BY ==CM-==.
000770 FD  REL-CONVERSAO
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 132 CHARACTERS.
000800 01  WL-LINHA                     PIC X(132).
000810 WORKING-STORAGE SECTION.
000820 01  WS-FS-SEGCLI                 PIC X(02).
000830     88  WS-FS-SEGCLI-OK          VALUE "00".
000840     88  WS-FS-SEGCLI-SUCESSO     VALUE "00" THRU "09".
000850 01  WS-FS-CLIANT                 PIC X(02).
000860     88  WS-FS-CLIANT-OK          VALUE "00".
000870     88  WS-FS-CLIANT-SUCESSO     VALUE "00" THRU "09".
000880 01  WS-FS-CLIMEST                PIC X(02).
000890     88  WS-FS-OK                 VALUE "00".
000900     88  WS-FS-SUCESSO            VALUE "00" THRU "09".
000910     88  WS-FS-DUPLICADO          VALUE "22".
000920 01  WS-FS-RELCONV                PIC X(02).
000930     88  WS-FS-RELCONV-OK         VALUE "00".
000940 01  WS-SWITCHES.
000950     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000960         88  WS-FIM-ARQ           VALUE "S".
000970     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
000980         88  WS-ERRO-INICIALIZACAO VALUE "S".
000990     05  WS-SW-TRAILER            PIC X(01)  VALUE "N".
001000         88  WS-TRAILER-LIDO      VALUE "S".
001010     05  WS-SW-NOVO-RELIDO        PIC X(01)  VALUE "N".
001020         88  WS-NOVO-RELIDO       VALUE "S".
001030     05  WS-SW-PRIM-CPF           PIC X(01)  VALUE "S".
001040         88  WS-PRIMEIRO-CPF      VALUE "S".
001050     05  WS-SW-CONFERE            PIC X(01)  VALUE "S".
001060         88  WS-CONVERSAO-CONFERE VALUE "S".
001070     05  WS-SW-ERRO-LEITURA       PIC X(01)  VALUE "N".
001080         88  WS-ERRO-LEITURA      VALUE "S".
001090*-----------------------------------------------------------------
001100* TOTAIS DE CONTROLE: QTD DE ATIVOS, QTD DE INATIVOS E SOMA DOS
001110* CPF DE CADA ORIGEM DO QUADRO DE CONFERENCIA
001120*-----------------------------------------------------------------
001130 01  WS-TOT-DESCARGA.
001140     05  WS-DES-ATIVOS            PIC 9(05)  VALUE ZEROS COMP.
001150     05  WS-DES-INATIVOS          PIC 9(05)  VALUE ZEROS COMP.
001160     05  WS-DES-SOMA-CPF          PIC 9(16)  VALUE ZEROS.
001170 01  WS-TOT-TRAILER.
001180     05  WS-TRL-ATIVOS            PIC 9(05)  VALUE ZEROS.
001190     05  WS-TRL-INATIVOS          PIC 9(05)  VALUE ZEROS.
001200     05  WS-TRL-SOMA-CPF          PIC X(16)  VALUE SPACES.
001210     05  WS-TRL-SOMA-CPF-N  REDEFINES WS-TRL-SOMA-CPF
001220                                  PIC 9(16).
001230 01  WS-TOT-ANTIGO.
001240     05  WS-ANT-ATIVOS            PIC 9(05)  VALUE ZEROS COMP.
001250     05  WS-ANT-INATIVOS          PIC 9(05)  VALUE ZEROS COMP.
001260     05  WS-ANT-SOMA-CPF          PIC 9(16)  VALUE ZEROS.
001270 01  WS-TOT-REJEITADOS.
001280     05  WS-REJ-ATIVOS            PIC 9(05)  VALUE ZEROS COMP.
001290     05  WS-REJ-INATIVOS          PIC 9(05)  VALUE ZEROS COMP.
001300     05  WS-REJ-SOMA-CPF          PIC 9(16)  VALUE ZEROS.
001310 01  WS-TOT-ESPERADO.
001320     05  WS-ESP-ATIVOS            PIC 9(05)  VALUE ZEROS COMP.
001330     05  WS-ESP-INATIVOS          PIC 9(05)  VALUE ZEROS COMP.
001340     05  WS-ESP-SOMA-CPF          PIC 9(16)  VALUE ZEROS.
001350 01  WS-TOT-NOVO.
001360     05  WS-NOV-ATIVOS            PIC 9(05)  VALUE ZEROS COMP.
001370     05  WS-NOV-INATIVOS          PIC 9(05)  VALUE ZEROS COMP.
001380     05  WS-NOV-SOMA-CPF          PIC 9(16)  VALUE ZEROS.
001390 77  WS-CNT-GRAVADOS              PIC 9(05)  VALUE ZEROS COMP.
001400 77  WS-CNT-FORA-ORDEM            PIC 9(05)  VALUE ZEROS COMP.
001410 77  WS-CPF-ANTERIOR              PIC 9(11)  VALUE ZEROS.
001420 77  WS-AUX-ATIVOS                PIC 9(05)  VALUE ZEROS COMP.
001430 77  WS-AUX-INATIVOS              PIC 9(05)  VALUE ZEROS COMP.
001440 77  WS-AUX-SOMA-CPF              PIC 9(16)  VALUE ZEROS.
001450 01  WS-CLI-DESCARGA.
001460     COPY CUSTREG REPLACING LEADING ==WS-== BY ==DS-==.
001470 01  WS-DATA-HOJE                 PIC 9(08).
001480 77  WS-MAX-LIN-PAGINA            PIC 9(03) VALUE 050 COMP.
001490 77  WS-CNT-LIN-PAGINA            PIC 9(03) VALUE ZEROS COMP.
001500 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
001510*-----------------------------------------------------------------
001520* AREAS DE IMPRESSAO DO RELATORIO DA CONVERSAO
001530*-----------------------------------------------------------------
001540 01  WS-CAB-1.
001550     05  FILLER                   PIC X(20)
001560         VALUE "SETOR DE COBRANCA".
001570     05  FILLER                   PIC X(40) VALUE SPACES.
001580     05  FILLER                   PIC X(38)
001590         VALUE "CONVERSAO CLIENTES-MASTER - CHAVE CPF".
001600     05  FILLER                   PIC X(24) VALUE SPACES.
001610     05  FILLER                   PIC X(07) VALUE "PAGINA ".
001620     05  WS-CAB-PAGINA            PIC ZZ9.
001630 01  WS-CAB-2.
001640     05  FILLER                   PIC X(06) VALUE "DATA: ".
001650     05  WS-CAB-DATA              PIC 9(08).
001660     05  FILLER                   PIC X(118) VALUE SPACES.
001670 01  WS-CAB-3.
001680     05  FILLER                   PIC X(14) VALUE "CPF".
001690     05  FILLER                   PIC X(13) VALUE "NOME".
001700     05  FILLER                   PIC X(12) VALUE "TELEFONE".
001710     05  FILLER                   PIC X(05) VALUE "SIT".
001720     05  FILLER                   PIC X(05) VALUE "FS".
001730     05  FILLER                   PIC X(40)
001740         VALUE "MOTIVO DA REJEICAO".
001750 01  WS-DET.
001760     05  WS-DET-CPF               PIC X(11).
001770     05  FILLER                   PIC X(03) VALUE SPACES.
001780     05  WS-DET-NOME              PIC X(10).
001790     05  FILLER                   PIC X(03) VALUE SPACES.
001800     05  WS-DET-TELEFONE          PIC X(09).
001810     05  FILLER                   PIC X(03) VALUE SPACES.
001820     05  WS-DET-STS-REG           PIC X(01).
001830     05  FILLER                   PIC X(04) VALUE SPACES.
001840     05  WS-DET-FS                PIC X(02).
001850     05  FILLER                   PIC X(03) VALUE SPACES.
001860     05  WS-DET-MOTIVO            PIC X(40).
001870 01  WS-CAB-CONF-1.
001880     05  FILLER                   PIC X(40)
001890         VALUE "QUADRO DE CONFERENCIA DA CONVERSAO".
001900 01  WS-CAB-CONF-2.
001910     05  FILLER                   PIC X(32) VALUE "ORIGEM".
001920     05  FILLER                   PIC X(12) VALUE "ATIVOS".
001930     05  FILLER                   PIC X(12) VALUE "INATIVOS".
001940     05  FILLER                   PIC X(12) VALUE "TOTAL".
001950     05  FILLER                   PIC X(22) VALUE "SOMA DOS CPF".
001960 01  WS-LIN-CONF.
001970     05  WS-CONF-ORIGEM           PIC X(30).
001980     05  FILLER                   PIC X(02) VALUE SPACES.
001990     05  WS-CONF-ATIVOS           PIC ZZZ,ZZ9.
002000     05  FILLER                   PIC X(05) VALUE SPACES.
002010     05  WS-CONF-INATIVOS         PIC ZZZ,ZZ9.
002020     05  FILLER                   PIC X(05) VALUE SPACES.
002030     05  WS-CONF-TOTAL            PIC ZZZ,ZZ9.
002040     05  FILLER                   PIC X(05) VALUE SPACES.
002050     05  WS-CONF-SOMA-CPF         PIC Z(15)9.
002060 01  WS-LIN-MENSAGEM              PIC X(132).
002070 01  WS-LIN-RESULTADO.
002080     05  FILLER                   PIC X(24)
002090         VALUE "RESULTADO DA CONVERSAO: ".
002100     05  WS-RESULTADO             PIC X(60).
002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INICIALIZAR
002140         THRU 1000-INICIALIZAR-EXIT
002150     IF NOT WS-ERRO-INICIALIZACAO
002160         PERFORM 2000-CONVERTER-CLIENTE
002170             THRU 2000-CONVERTER-CLIENTE-EXIT
002180             UNTIL WS-FIM-ARQ
002190         PERFORM 3000-CONFERIR-NOVO
002200             THRU 3000-CONFERIR-NOVO-EXIT
002210         PERFORM 4000-FINALIZAR
002220             THRU 4000-FINALIZAR-EXIT
002230     END-IF
002240     GOBACK.
002250*-----------------------------------------------------------------
002260 1000-INICIALIZAR.
002270*    A DESCARGA E CONFERIDA ANTES DE ABRIR O NOVO ARQUIVO EM
002280*    OUTPUT: DESCARGA INCOMPLETA NAO SERVE DE BASE DA CONVERSAO.
002290     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002300     OPEN INPUT SEG-CLIENTES
002310     IF NOT WS-FS-SEGCLI-OK
002320         DISPLAY "ERRO AO ABRIR SEG-CLIENTES: " WS-FS-SEGCLI
002330         MOVE "S" TO WS-SW-ERRO-INIC
002340         GO TO 1000-INICIALIZAR-EXIT
002350     END-IF
002360     PERFORM 8000-LER-DESCARGA THRU 8000-LER-DESCARGA-EXIT
002370     PERFORM 1100-SOMAR-DESCARGA
002380         THRU 1100-SOMAR-DESCARGA-EXIT
002390         UNTIL WS-FIM-ARQ
002400     CLOSE SEG-CLIENTES
002410     PERFORM 1200-CONFERIR-TRAILER
002420         THRU 1200-CONFERIR-TRAILER-EXIT
002430     IF WS-ERRO-INICIALIZACAO
002440         GO TO 1000-INICIALIZAR-EXIT
002450     END-IF
002460
002470     MOVE "N" TO WS-SW-FIM-ARQ
002480     OPEN INPUT CLIENTES-ANTIGO
002490     IF NOT WS-FS-CLIANT-OK
002500         DISPLAY "ERRO AO ABRIR CLIENTES-ANTIGO: " WS-FS-CLIANT
002510         MOVE "S" TO WS-SW-ERRO-INIC
002520         GO TO 1000-INICIALIZAR-EXIT
002530     END-IF
002540     OPEN OUTPUT CLIENTES-MASTER
002550     IF NOT WS-FS-OK
002560         DISPLAY "ERRO AO ABRIR CLIENTES-MASTER: " WS-FS-CLIMEST
002570         CLOSE CLIENTES-ANTIGO
002580         MOVE "S" TO WS-SW-ERRO-INIC
002590         GO TO 1000-INICIALIZAR-EXIT
002600     END-IF
002610     OPEN OUTPUT REL-CONVERSAO
002620     IF NOT WS-FS-RELCONV-OK
002630         DISPLAY "ERRO AO ABRIR REL-CONVERSAO: " WS-FS-RELCONV
002640         CLOSE CLIENTES-ANTIGO
002650         CLOSE CLIENTES-MASTER
002660         MOVE "S" TO WS-SW-ERRO-INIC
002670         GO TO 1000-INICIALIZAR-EXIT
002680     END-IF
002690     MOVE WS-DATA-HOJE TO WS-CAB-DATA
002700     PERFORM 7000-IMPRIMIR-CABECALHO
002710         THRU 7000-IMPRIMIR-CABECALHO-EXIT
002720     PERFORM 8100-LER-ANTIGO THRU 8100-LER-ANTIGO-EXIT.
002730 1000-INICIALIZAR-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760 1100-SOMAR-DESCARGA.
002770     EVALUATE TRUE
002780         WHEN SC-REG-DETALHE
002790             MOVE SC-DADOS TO WS-CLI-DESCARGA
002800             IF DS-REG-INATIVO
002810                 ADD 1 TO WS-DES-INATIVOS
002820             ELSE
002830                 ADD 1 TO WS-DES-ATIVOS
002840             END-IF
002850             IF DS-CPF NUMERIC
002860                 ADD DS-CPF TO WS-DES-SOMA-CPF
002870             END-IF
002880         WHEN SC-REG-TRAILER
002890             MOVE "S"               TO WS-SW-TRAILER
002900             MOVE SC-T-QTD-ATIVOS   TO WS-TRL-ATIVOS
002910             MOVE SC-T-QTD-INATIVOS TO WS-TRL-INATIVOS
002920             MOVE SC-T-SOMA-CPF     TO WS-TRL-SOMA-CPF
002930         WHEN OTHER
002940             DISPLAY "TIPO DE REGISTRO INVALIDO EM SEG-CLIENTES: "
002950                 SC-TIPO-REG
002960             MOVE "S" TO WS-SW-ERRO-INIC
002970     END-EVALUATE
002980     PERFORM 8000-LER-DESCARGA THRU 8000-LER-DESCARGA-EXIT.
002990 1100-SOMAR-DESCARGA-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------------
003020 1200-CONFERIR-TRAILER.
003030*    A DESCARGA FEITA NA ORGANIZACAO ANTERIOR NAO TRAZ A SOMA DOS
003040*    CPF NO TRAILER; NELA SO AS QUANTIDADES SAO CONFERIDAS.
003050     IF WS-ERRO-LEITURA
003060         DISPLAY "SEG-CLIENTES NAO PODE SER LIDO ATE O FIM, "
003070             "CONVERSAO CANCELADA"
003080         MOVE "S" TO WS-SW-ERRO-INIC
003090         GO TO 1200-CONFERIR-TRAILER-EXIT
003100     END-IF
003110     IF WS-ERRO-INICIALIZACAO
003120         DISPLAY "SEG-CLIENTES COM REGISTRO INVALIDO, CONVERSAO "
003130             "CANCELADA"
003140         GO TO 1200-CONFERIR-TRAILER-EXIT
003150     END-IF
003160     IF NOT WS-TRAILER-LIDO
003170         DISPLAY "SEG-CLIENTES SEM TRAILER, DESCARGA "
003180             "POSSIVELMENTE INCOMPLETA. CONVERSAO CANCELADA"
003190         MOVE "S" TO WS-SW-ERRO-INIC
003200         GO TO 1200-CONFERIR-TRAILER-EXIT
003210     END-IF
003220     IF WS-DES-ATIVOS NOT EQUAL WS-TRL-ATIVOS
003230         OR WS-DES-INATIVOS NOT EQUAL WS-TRL-INATIVOS
003240         DISPLAY "QTD DA DESCARGA (" WS-DES-ATIVOS "/"
003250             WS-DES-INATIVOS ") DIVERGE DO TRAILER ("
003260             WS-TRL-ATIVOS "/" WS-TRL-INATIVOS
003270             "). CONVERSAO CANCELADA"
003280         MOVE "S" TO WS-SW-ERRO-INIC
003290         GO TO 1200-CONFERIR-TRAILER-EXIT
003300     END-IF
003310     IF WS-TRL-SOMA-CPF-N NUMERIC
003320         AND WS-DES-SOMA-CPF NOT EQUAL WS-TRL-SOMA-CPF-N
003330         DISPLAY "SOMA DOS CPF DA DESCARGA (" WS-DES-SOMA-CPF
003340             ") DIVERGE DO TRAILER (" WS-TRL-SOMA-CPF-N
003350             "). CONVERSAO CANCELADA"
003360         MOVE "S" TO WS-SW-ERRO-INIC
003370     END-IF.
003380 1200-CONFERIR-TRAILER-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410 2000-CONVERTER-CLIENTE.
003420*    O ARQUIVO ANTIGO VEM EM ORDEM DE TELEFONE; O NOVO E GRAVADO
003430*    PELA CHAVE CPF EM ACESSO ALEATORIO.
003440     IF CA-REG-INATIVO
003450         ADD 1 TO WS-ANT-INATIVOS
003460     ELSE
003470         ADD 1 TO WS-ANT-ATIVOS
003480     END-IF
003490     IF CA-CPF NUMERIC
003500         ADD CA-CPF TO WS-ANT-SOMA-CPF
003510     END-IF
003520     MOVE SPACES TO WS-DET-FS
003530
003540     IF CA-CPF NOT NUMERIC
003550         OR CA-CPF EQUAL ZEROS
003560         MOVE "CPF NAO NUMERICO OU ZERADO" TO WS-DET-MOTIVO
003570         PERFORM 2100-REJEITAR-CLIENTE
003580             THRU 2100-REJEITAR-CLIENTE-EXIT
003590         GO TO 2000-CONVERTER-LER
003600     END-IF
003610
003620     MOVE CA-REGISTRO TO CM-REGISTRO
003630     WRITE CM-REGISTRO
003640     IF WS-FS-OK
003650         ADD 1 TO WS-CNT-GRAVADOS
003660     ELSE
003670         MOVE WS-FS-CLIMEST TO WS-DET-FS
003680         IF WS-FS-DUPLICADO
003690             MOVE "CPF REPETIDO EM OUTRO TELEFONE"
003700                 TO WS-DET-MOTIVO
003710         ELSE
003720             MOVE "ERRO NA GRAVACAO DO NOVO ARQUIVO"
003730                 TO WS-DET-MOTIVO
003740         END-IF
003750         PERFORM 2100-REJEITAR-CLIENTE
003760             THRU 2100-REJEITAR-CLIENTE-EXIT
003770     END-IF.
003780 2000-CONVERTER-LER.
003790     PERFORM 8100-LER-ANTIGO THRU 8100-LER-ANTIGO-EXIT.
003800 2000-CONVERTER-CLIENTE-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830 2100-REJEITAR-CLIENTE.
003840*    WS-DET-MOTIVO E WS-DET-FS JA PREENCHIDOS PELO CHAMADOR.
003850     IF CA-REG-INATIVO
003860         ADD 1 TO WS-REJ-INATIVOS
003870     ELSE
003880         ADD 1 TO WS-REJ-ATIVOS
003890     END-IF
003900     IF CA-CPF NUMERIC
003910         ADD CA-CPF TO WS-REJ-SOMA-CPF
003920     END-IF
003930     PERFORM 7500-IMPRIMIR-REJEITADO
003940         THRU 7500-IMPRIMIR-REJEITADO-EXIT.
003950 2100-REJEITAR-CLIENTE-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980 3000-CONFERIR-NOVO.
003990*    O NOVO ARQUIVO E FECHADO E RELIDO INTEIRO PELA CHAVE, PARA A
004000*    CONFERENCIA "DEPOIS" REFLETIR O QUE FICOU GRAVADO.
004010     CLOSE CLIENTES-MASTER
004020     OPEN INPUT CLIENTES-MASTER
004030     IF NOT WS-FS-OK
004040         DISPLAY "ERRO AO REABRIR CLIENTES-MASTER: " WS-FS-CLIMEST
004050         GO TO 3000-CONFERIR-NOVO-EXIT
004060     END-IF
004070     MOVE "S" TO WS-SW-NOVO-RELIDO
004080     MOVE "N" TO WS-SW-FIM-ARQ
004090     PERFORM 8200-LER-NOVO THRU 8200-LER-NOVO-EXIT
004100     PERFORM 3100-SOMAR-NOVO
004110         THRU 3100-SOMAR-NOVO-EXIT
004120         UNTIL WS-FIM-ARQ
004130     CLOSE CLIENTES-MASTER.
004140 3000-CONFERIR-NOVO-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170 3100-SOMAR-NOVO.
004180     IF CM-REG-INATIVO
004190         ADD 1 TO WS-NOV-INATIVOS
004200     ELSE
004210         ADD 1 TO WS-NOV-ATIVOS
004220     END-IF
004230     IF CM-CPF NUMERIC
004240         ADD CM-CPF TO WS-NOV-SOMA-CPF
004250     END-IF
004260     IF NOT WS-PRIMEIRO-CPF
004270         AND CM-CPF NOT GREATER THAN WS-CPF-ANTERIOR
004280         ADD 1 TO WS-CNT-FORA-ORDEM
004290     END-IF
004300     MOVE "N"    TO WS-SW-PRIM-CPF
004310     MOVE CM-CPF TO WS-CPF-ANTERIOR
004320     PERFORM 8200-LER-NOVO THRU 8200-LER-NOVO-EXIT.
004330 3100-SOMAR-NOVO-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360 4000-FINALIZAR.
004370*    ESPERADO NO NOVO ARQUIVO = ARQUIVO ANTIGO - REJEITADOS.
004380     COMPUTE WS-ESP-ATIVOS   = WS-ANT-ATIVOS   - WS-REJ-ATIVOS
004390     COMPUTE WS-ESP-INATIVOS = WS-ANT-INATIVOS - WS-REJ-INATIVOS
004400     COMPUTE WS-ESP-SOMA-CPF = WS-ANT-SOMA-CPF - WS-REJ-SOMA-CPF
004410
004420     WRITE WL-LINHA FROM WS-CAB-CONF-1 AFTER ADVANCING 3 LINES
004430     WRITE WL-LINHA FROM WS-CAB-CONF-2 AFTER ADVANCING 2 LINES
004440     MOVE "DESCARGA BKPCLI (SEG-CLIENTES)" TO WS-CONF-ORIGEM
004450     MOVE WS-DES-ATIVOS   TO WS-AUX-ATIVOS
004460     MOVE WS-DES-INATIVOS TO WS-AUX-INATIVOS
004470     MOVE WS-DES-SOMA-CPF TO WS-AUX-SOMA-CPF
004480     PERFORM 7600-IMPRIMIR-TOTAIS THRU 7600-IMPRIMIR-TOTAIS-EXIT
004490     MOVE "CLIENTES-MASTER ANTERIOR" TO WS-CONF-ORIGEM
004500     MOVE WS-ANT-ATIVOS   TO WS-AUX-ATIVOS
004510     MOVE WS-ANT-INATIVOS TO WS-AUX-INATIVOS
004520     MOVE WS-ANT-SOMA-CPF TO WS-AUX-SOMA-CPF
004530     PERFORM 7600-IMPRIMIR-TOTAIS THRU 7600-IMPRIMIR-TOTAIS-EXIT
004540     MOVE "REJEITADOS NA CONVERSAO" TO WS-CONF-ORIGEM
004550     MOVE WS-REJ-ATIVOS   TO WS-AUX-ATIVOS
004560     MOVE WS-REJ-INATIVOS TO WS-AUX-INATIVOS
004570     MOVE WS-REJ-SOMA-CPF TO WS-AUX-SOMA-CPF
004580     PERFORM 7600-IMPRIMIR-TOTAIS THRU 7600-IMPRIMIR-TOTAIS-EXIT
004590     MOVE "ESPERADO NO NOVO ARQUIVO" TO WS-CONF-ORIGEM
004600     MOVE WS-ESP-ATIVOS   TO WS-AUX-ATIVOS
004610     MOVE WS-ESP-INATIVOS TO WS-AUX-INATIVOS
004620     MOVE WS-ESP-SOMA-CPF TO WS-AUX-SOMA-CPF
004630     PERFORM 7600-IMPRIMIR-TOTAIS THRU 7600-IMPRIMIR-TOTAIS-EXIT
004640     MOVE "CLIENTES-MASTER NOVO (RELIDO)" TO WS-CONF-ORIGEM
004650     MOVE WS-NOV-ATIVOS   TO WS-AUX-ATIVOS
004660     MOVE WS-NOV-INATIVOS TO WS-AUX-INATIVOS
004670     MOVE WS-NOV-SOMA-CPF TO WS-AUX-SOMA-CPF
004680     PERFORM 7600-IMPRIMIR-TOTAIS THRU 7600-IMPRIMIR-TOTAIS-EXIT
004690
004700     MOVE SPACES TO WL-LINHA
004710     WRITE WL-LINHA AFTER ADVANCING 1 LINE
004720     IF WS-ANT-ATIVOS NOT EQUAL WS-DES-ATIVOS
004730         OR WS-ANT-INATIVOS NOT EQUAL WS-DES-INATIVOS
004740         OR WS-ANT-SOMA-CPF NOT EQUAL WS-DES-SOMA-CPF
004750         MOVE "ATENCAO: ARQUIVO ANTERIOR DIVERGE DA DESCARGA"
004760             TO WS-LIN-MENSAGEM
004770         PERFORM 7700-IMPRIMIR-MENSAGEM
004780             THRU 7700-IMPRIMIR-MENSAGEM-EXIT
004790     END-IF
004800     IF NOT WS-NOVO-RELIDO
004810         MOVE "ATENCAO: NOVO ARQUIVO NAO PODE SER RELIDO"
004820             TO WS-LIN-MENSAGEM
004830         PERFORM 7700-IMPRIMIR-MENSAGEM
004840             THRU 7700-IMPRIMIR-MENSAGEM-EXIT
004850     END-IF
004860     IF WS-NOV-ATIVOS NOT EQUAL WS-ESP-ATIVOS
004870         OR WS-NOV-INATIVOS NOT EQUAL WS-ESP-INATIVOS
004880         OR WS-NOV-SOMA-CPF NOT EQUAL WS-ESP-SOMA-CPF
004890         MOVE "ATENCAO: NOVO ARQUIVO DIVERGE DO ESPERADO"
004900             TO WS-LIN-MENSAGEM
004910         PERFORM 7700-IMPRIMIR-MENSAGEM
004920             THRU 7700-IMPRIMIR-MENSAGEM-EXIT
004930     END-IF
004940     IF WS-ERRO-LEITURA
004950         MOVE "ATENCAO: ERRO DE LEITURA, TOTAIS INCOMPLETOS"
004960             TO WS-LIN-MENSAGEM
004970         PERFORM 7700-IMPRIMIR-MENSAGEM
004980             THRU 7700-IMPRIMIR-MENSAGEM-EXIT
004990     END-IF
005000     IF WS-CNT-FORA-ORDEM GREATER THAN ZEROS
005010         MOVE "ATENCAO: NOVO ARQUIVO FORA DA ORDEM DE CPF"
005020             TO WS-LIN-MENSAGEM
005030         PERFORM 7700-IMPRIMIR-MENSAGEM
005040             THRU 7700-IMPRIMIR-MENSAGEM-EXIT
005050     END-IF
005060
005070     EVALUATE TRUE
005080         WHEN NOT WS-CONVERSAO-CONFERE
005090             MOVE "NAO CONFERE: NAO LIBERAR O NOVO ARQUIVO"
005100                 TO WS-RESULTADO
005110         WHEN WS-REJ-ATIVOS GREATER THAN ZEROS
005120             OR WS-REJ-INATIVOS GREATER THAN ZEROS
005130             MOVE "CONFERIDA COM REJEITADOS: INCLUIR PELO CADCLI"
005140                 TO WS-RESULTADO
005150         WHEN OTHER
005160             MOVE "CONFERIDA: NOVO CLIENTES-MASTER LIBERADO"
005170                 TO WS-RESULTADO
005180     END-EVALUATE
005190     WRITE WL-LINHA FROM WS-LIN-RESULTADO AFTER ADVANCING 2 LINES
005200
005210     DISPLAY "CONVCLI ENCERRADO. DESCARGA: " WS-DES-ATIVOS "/"
005220         WS-DES-INATIVOS " ANTERIOR: " WS-ANT-ATIVOS "/"
005230         WS-ANT-INATIVOS " NOVO: " WS-NOV-ATIVOS "/"
005240         WS-NOV-INATIVOS
005250     DISPLAY "GRAVADOS: " WS-CNT-GRAVADOS
005260         " REJEITADOS: " WS-REJ-ATIVOS "/" WS-REJ-INATIVOS
005270     DISPLAY "RESULTADO DA CONVERSAO: " WS-RESULTADO
005280
005290     CLOSE CLIENTES-ANTIGO
005300     CLOSE REL-CONVERSAO.
005310 4000-FINALIZAR-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340 7000-IMPRIMIR-CABECALHO.
005350     ADD 1 TO WS-NR-PAGINA
005360     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
005370     IF WS-NR-PAGINA EQUAL 1
005380         WRITE WL-LINHA FROM WS-CAB-1
005390     ELSE
005400         WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
005410     END-IF
005420     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
005430     WRITE WL-LINHA FROM WS-CAB-3 AFTER ADVANCING 2 LINES
005440     MOVE ZEROS TO WS-CNT-LIN-PAGINA.
005450 7000-IMPRIMIR-CABECALHO-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480 7500-IMPRIMIR-REJEITADO.
005490     IF WS-CNT-LIN-PAGINA NOT LESS THAN WS-MAX-LIN-PAGINA
005500         PERFORM 7000-IMPRIMIR-CABECALHO
005510             THRU 7000-IMPRIMIR-CABECALHO-EXIT
005520     END-IF
005530     MOVE CA-CPF      TO WS-DET-CPF
005540     MOVE CA-NOME     TO WS-DET-NOME
005550     MOVE CA-TELEFONE TO WS-DET-TELEFONE
005560     MOVE CA-STS-REG  TO WS-DET-STS-REG
005570     WRITE WL-LINHA FROM WS-DET AFTER ADVANCING 1 LINE
005580     ADD 1 TO WS-CNT-LIN-PAGINA.
005590 7500-IMPRIMIR-REJEITADO-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620 7600-IMPRIMIR-TOTAIS.
005630*    WS-CONF-ORIGEM E WS-AUX-* JA PREENCHIDOS PELO CHAMADOR.
005640     MOVE WS-AUX-ATIVOS   TO WS-CONF-ATIVOS
005650     MOVE WS-AUX-INATIVOS TO WS-CONF-INATIVOS
005660     COMPUTE WS-CONF-TOTAL = WS-AUX-ATIVOS + WS-AUX-INATIVOS
005670     MOVE WS-AUX-SOMA-CPF TO WS-CONF-SOMA-CPF
005680     WRITE WL-LINHA FROM WS-LIN-CONF AFTER ADVANCING 1 LINE.
005690 7600-IMPRIMIR-TOTAIS-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720 7700-IMPRIMIR-MENSAGEM.
005730*    TODA MENSAGEM DE DIVERGENCIA IMPEDE A LIBERACAO DO ARQUIVO.
005740     MOVE "N" TO WS-SW-CONFERE
005750     WRITE WL-LINHA FROM WS-LIN-MENSAGEM AFTER ADVANCING 1 LINE
005760     DISPLAY WS-LIN-MENSAGEM.
005770 7700-IMPRIMIR-MENSAGEM-EXIT.
005780     EXIT.
005790*-----------------------------------------------------------------
005800 8000-LER-DESCARGA.
005810     READ SEG-CLIENTES
005820         AT END
005830             MOVE "S" TO WS-SW-FIM-ARQ
005840     END-READ
005850     IF NOT WS-FS-SEGCLI-SUCESSO
005860         MOVE "S" TO WS-SW-FIM-ARQ
005870         IF WS-FS-SEGCLI NOT EQUAL "10"
005880             DISPLAY "ERRO NA LEITURA DE SEG-CLIENTES: "
005890                 WS-FS-SEGCLI
005900             MOVE "S" TO WS-SW-ERRO-LEITURA
005910         END-IF
005920     END-IF.
005930 8000-LER-DESCARGA-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960 8100-LER-ANTIGO.
005970     READ CLIENTES-ANTIGO NEXT RECORD
005980         AT END
005990             MOVE "S" TO WS-SW-FIM-ARQ
006000     END-READ
006010     IF NOT WS-FS-CLIANT-SUCESSO
006020         MOVE "S" TO WS-SW-FIM-ARQ
006030         IF WS-FS-CLIANT NOT EQUAL "10"
006040             DISPLAY "ERRO NA LEITURA DE CLIENTES-ANTIGO: "
006050                 WS-FS-CLIANT
006060             MOVE "S" TO WS-SW-ERRO-LEITURA
006070         END-IF
006080     END-IF.
006090 8100-LER-ANTIGO-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------------
006120 8200-LER-NOVO.
006130     READ CLIENTES-MASTER NEXT RECORD
006140         AT END
006150             MOVE "S" TO WS-SW-FIM-ARQ
006160     END-READ
006170     IF NOT WS-FS-SUCESSO
006180         MOVE "S" TO WS-SW-FIM-ARQ
006190         IF WS-FS-CLIMEST NOT EQUAL "10"
006200             DISPLAY "ERRO NA LEITURA DE CLIENTES-MASTER: "
006210                 WS-FS-CLIMEST
006220             MOVE "S" TO WS-SW-ERRO-LEITURA
006230         END-IF
006240     END-IF.
006250 8200-LER-NOVO-EXIT.
006260     EXIT.
