000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   22/08/2026 CDM   PROGRAMA ORIGINAL.
000231*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
000232*                    BKPCLI TERMINOU BEM NA DATA DE PROCESSAMENTO
000233*                    (CTL-LOTE, COPYBOOK LOTREG) E REGISTRA
000234*                    INICIO, FIM, CODIGO DE RETORNO (4 COM
000235*                    CRITICAS) E CONTADORES DO PASSO.
000236*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000237*                    CHAVE PRIMARIA: A DESCARGA DE CLIENTES PASSA
000238*                    A SER CRITICADA TAMBEM QUANDO O CPF NAO VEM
000239*                    EM ORDEM CRESCENTE OU SE REPETE EM RELACAO AO
000240*                    REGISTRO ANTERIOR (6500-CONFERIR-ORDEM-CPF),
000241*                    POIS ESSA DESCARGA NAO PODERIA SER
000242*                    RECARREGADA PELO RECCLI.
000243******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. VERCLI.
000270 ENVIRONMENT DIVISION.
000360     SELECT REL-VERIFICACAO ASSIGN TO RELVER
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-RELVER.
000381     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS LT-CHAVE-PASSO
000385         FILE STATUS IS WS-FS-CTLLOTE.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  SEG-CLIENTES
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 132 CHARACTERS.
000520 01  WL-LINHA                     PIC X(132).
000521 FD  CTL-LOTE
000522     LABEL RECORDS ARE STANDARD.
000523 01  LT-REGISTRO.
000524     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000530 WORKING-STORAGE SECTION.
000531 01  WS-FS-CTLLOTE                PIC X(02).
000532     88  WS-FS-CTLLOTE-OK         VALUE "00".
000540 01  WS-FS-SEGCLI                 PIC X(02).
000550     88  WS-FS-SEGCLI-OK          VALUE "00".
000560 01  WS-FS-SEGCON                 PIC X(02).
000680         88  WS-CPF-TODOS-IGUAIS  VALUE "S".
000690     05  WS-SW-CPF-VALIDO         PIC X(01)  VALUE "N".
000700         88  WS-CPF-VALIDO        VALUE "S".
000701     05  WS-SW-PRIM-CPF           PIC X(01)  VALUE "S".
000702         88  WS-PRIMEIRO-CPF      VALUE "S".
000703     05  WS-SW-CPF-ORDEM          PIC X(01)  VALUE "S".
000704         88  WS-CPF-EM-ORDEM      VALUE "S".
000710 01  WS-CONTADORES.
000720     05  WS-CNT-CLI-LIDOS         PIC 9(05)  VALUE ZEROS COMP.
000730     05  WS-CNT-CTR-LIDOS         PIC 9(05)  VALUE ZEROS COMP.
000860 77  WS-CPF-DV1                   PIC 9(01)  VALUE ZEROS.
000870 77  WS-CPF-DV2                   PIC 9(01)  VALUE ZEROS.
000880 77  WS-CPF-IDX                   PIC 9(02)  VALUE ZEROS COMP.
000885 77  WS-CPF-ANTERIOR              PIC 9(11)  VALUE ZEROS.
000890 77  WS-MAX-VER-PAGINA            PIC 9(03) VALUE 040 COMP.
000900 77  WS-CNT-VER-PAGINA            PIC 9(03) VALUE ZEROS COMP.
000910 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
001300     05  WS-RES-CTR               PIC ZZ,ZZ9.
001310     05  FILLER                   PIC X(12) VALUE "  CRITICAS: ".
001320     05  WS-RES-CRITICAS          PIC ZZ,ZZ9.
001321*-----------------------------------------------------------------
001322* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
001323* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
001324* PROCESSAMENTO PARA ESTE PODER COMECAR
001325*-----------------------------------------------------------------
001326 01  WS-CTL-PASSO.
001327     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "VERCLI".
001328     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
001329     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
001330     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
001331         10  WS-PASSO-HHMMSS      PIC 9(06).
001332         10  FILLER               PIC 9(02).
001333     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
001334     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
001335         88  WS-PASSO-BLOQUEADO   VALUE "S".
001336     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
001337         88  WS-PASSO-NOVO        VALUE "S".
001338     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
001339         88  WS-CTLLOTE-ABERTO    VALUE "S".
001340 01  WS-TAB-PRE-REQ-V.
001341     05  FILLER                   PIC X(08)  VALUE "BKPCLI".
001342 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
001343     05  WS-PRE-REQ               PIC X(08)  OCCURS 1 TIMES.
001344 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 01 COMP.
001345 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
001346 PROCEDURE DIVISION.
001347 0000-MAINLINE.
001350     PERFORM 1000-INICIALIZAR
001360         THRU 1000-INICIALIZAR-EXIT
001370     IF NOT WS-ERRO-INICIALIZACAO
001440         PERFORM 3000-FINALIZAR
001450             THRU 3000-FINALIZAR-EXIT
001460     END-IF
001461     PERFORM 9850-REGISTRAR-PASSO
001462         THRU 9850-REGISTRAR-PASSO-EXIT
001470     GOBACK.
001480*-----------------------------------------------------------------
001490 1000-INICIALIZAR.
001491     PERFORM 9800-VERIFICAR-CADEIA
001492         THRU 9800-VERIFICAR-CADEIA-EXIT
001493     IF WS-PASSO-BLOQUEADO
001494         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
001495             WS-PASSO-DT-PROC
001496         MOVE "S" TO WS-SW-ERRO-INIC
001497         GO TO 1000-INICIALIZAR-EXIT
001498     END-IF
001500     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001510     OPEN INPUT SEG-CLIENTES
001520     IF NOT WS-FS-SEGCLI-OK
001950             THRU 7500-GRAVAR-CRITICA-EXIT
001960         GO TO 2000-VERIFICAR-LER
001970     END-IF
001971     PERFORM 6500-CONFERIR-ORDEM-CPF
001972         THRU 6500-CONFERIR-ORDEM-CPF-EXIT
001973     IF NOT WS-CPF-EM-ORDEM
001974         PERFORM 7500-GRAVAR-CRITICA
001975             THRU 7500-GRAVAR-CRITICA-EXIT
001976         GO TO 2000-VERIFICAR-LER
001977     END-IF
001980
001990     PERFORM 6000-CONFERIR-DV-CPF
002000         THRU 6000-CONFERIR-DV-CPF-EXIT
003680         (WS-CPF-DIG (WS-CPF-IDX) * (12 - WS-CPF-IDX)).
003690 6300-SOMAR-DV2-EXIT.
003700     EXIT.
003701*-----------------------------------------------------------------
003702 6500-CONFERIR-ORDEM-CPF.
003703*    A DESCARGA DE CLIENTES SAI NA ORDEM DA CHAVE PRIMARIA
003704*    (CPF): CADA CPF TEM DE SER MAIOR QUE O DO REGISTRO ANTERIOR.
003705     MOVE "S" TO WS-SW-CPF-ORDEM
003706     IF NOT WS-PRIMEIRO-CPF
003707         AND WS-CPF NOT GREATER THAN WS-CPF-ANTERIOR
003708         MOVE "N" TO WS-SW-CPF-ORDEM
003709         IF WS-CPF EQUAL WS-CPF-ANTERIOR
003710             MOVE "CPF DUPLICADO NA DESCARGA" TO WS-VER-MOTIVO
003711         ELSE
003712             MOVE "CPF FORA DA ORDEM DA CHAVE" TO WS-VER-MOTIVO
003713         END-IF
003714     END-IF
003715     MOVE "N"    TO WS-SW-PRIM-CPF
003716     MOVE WS-CPF TO WS-CPF-ANTERIOR.
003717 6500-CONFERIR-ORDEM-CPF-EXIT.
003718     EXIT.
003719*-----------------------------------------------------------------
003720 7000-IMPRIMIR-CABECALHO.
003730     ADD 1 TO WS-NR-PAGINA
003740     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
004050     END-READ.
004060 8500-LER-SEG-CONTRATO-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------------
004090* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
004100* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
004110* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
004120* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
004130* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
004140*-----------------------------------------------------------------
004150 9800-VERIFICAR-CADEIA.
004160     MOVE "N" TO WS-SW-PASSO-BLOQ
004170     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
004180     ACCEPT WS-PASSO-HORA FROM TIME
004190     OPEN I-O CTL-LOTE
004200     IF NOT WS-FS-CTLLOTE-OK
004210         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
004220         CLOSE CTL-LOTE
004230         OPEN OUTPUT CTL-LOTE
004240         CLOSE CTL-LOTE
004250         OPEN I-O CTL-LOTE
004260     END-IF
004270     IF NOT WS-FS-CTLLOTE-OK
004280         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
004290         MOVE "S" TO WS-SW-PASSO-BLOQ
004300         GO TO 9800-VERIFICAR-CADEIA-EXIT
004310     END-IF
004320     MOVE "S" TO WS-SW-CTLLOTE
004330     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
004340     MOVE "CADEIA" TO LT-PROGRAMA
004350     READ CTL-LOTE
004360         INVALID KEY
004370             MOVE SPACES TO LT-STS-PASSO
004380     END-READ
004390     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
004400         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
004410     END-IF
004420     PERFORM 9810-CONFERIR-PRE-REQ
004430         THRU 9810-CONFERIR-PRE-REQ-EXIT
004440         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
004450         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
004460     MOVE "N" TO WS-SW-PASSO-NOVO
004470     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
004480     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
004490     READ CTL-LOTE
004500         INVALID KEY
004510             MOVE "S" TO WS-SW-PASSO-NOVO
004520     END-READ
004530     IF WS-PASSO-NOVO
004540         MOVE ZEROS             TO LT-DADOS-PASSO
004550         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
004560         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
004570     END-IF
004580     ADD 1 TO LT-QTD-EXECUCOES
004590     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
004600     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
004610         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
004620     IF WS-PASSO-BLOQUEADO
004630         MOVE "B" TO LT-STS-PASSO
004640     ELSE
004650         MOVE "I" TO LT-STS-PASSO
004660     END-IF
004670     IF WS-PASSO-NOVO
004680         WRITE LT-REGISTRO
004690     ELSE
004700         REWRITE LT-REGISTRO
004710     END-IF
004720     IF NOT WS-FS-CTLLOTE-OK
004730         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
004740         MOVE "S" TO WS-SW-PASSO-BLOQ
004750     END-IF.
004760 9800-VERIFICAR-CADEIA-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790 9810-CONFERIR-PRE-REQ.
004800     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
004810     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
004820     READ CTL-LOTE
004830         INVALID KEY
004840             MOVE SPACES TO LT-STS-PASSO
004850     END-READ
004860     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
004870         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
004880             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
004890         MOVE "S" TO WS-SW-PASSO-BLOQ
004900     END-IF.
004910 9810-CONFERIR-PRE-REQ-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
004950* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO
004960* COM CRITICAS,
004970* 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO POR PRE-REQUISITO.
004980* O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
004990*-----------------------------------------------------------------
005000 9850-REGISTRAR-PASSO.
005010     EVALUATE TRUE
005020         WHEN WS-PASSO-BLOQUEADO
005030             MOVE 16 TO WS-PASSO-RC
005040         WHEN WS-ERRO-INICIALIZACAO
005050             MOVE 12 TO WS-PASSO-RC
005060         WHEN WS-CNT-CRITICAS GREATER THAN ZEROS
005070             MOVE 4 TO WS-PASSO-RC
005080         WHEN OTHER
005090             MOVE ZEROS TO WS-PASSO-RC
005100     END-EVALUATE
005110     MOVE WS-PASSO-RC TO RETURN-CODE
005120     IF NOT WS-CTLLOTE-ABERTO
005130         GO TO 9850-REGISTRAR-PASSO-EXIT
005140     END-IF
005150     ACCEPT WS-PASSO-HORA FROM TIME
005160     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
005170     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
005180     READ CTL-LOTE
005190         INVALID KEY
005200             DISPLAY "PASSO " WS-PASSO-PROGRAMA
005210                 " NAO ENCONTRADO NO CTL-LOTE"
005220             CLOSE CTL-LOTE
005230             GO TO 9850-REGISTRAR-PASSO-EXIT
005240     END-READ
005250     EVALUATE WS-PASSO-RC
005260         WHEN 16
005270             MOVE "B" TO LT-STS-PASSO
005280         WHEN 12
005290             MOVE "E" TO LT-STS-PASSO
005300         WHEN OTHER
005310             MOVE "F" TO LT-STS-PASSO
005320     END-EVALUATE
005330     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
005340     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
005350     MOVE WS-CNT-CLI-LIDOS TO LT-QTD-LIDOS
005360     MOVE WS-CNT-CTR-LIDOS TO LT-QTD-GRAVADOS
005370     MOVE WS-CNT-CRITICAS TO LT-QTD-REJEITADOS
005380     REWRITE LT-REGISTRO
005390     IF NOT WS-FS-CTLLOTE-OK
005400         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
005410     END-IF
005420     CLOSE CTL-LOTE.
005430 9850-REGISTRAR-PASSO-EXIT.
005440     EXIT.
