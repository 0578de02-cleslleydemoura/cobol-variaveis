000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   22/08/2026 CDM   PROGRAMA ORIGINAL.
000231*   14/10/2026 CDM   REGISTRO DO HIST-CARTEIRA PASSA A 201 BYTES
000232*                    COM OS TOTAIS DA PDD (GRUPO HC-PDD, GRAVADO
000233*                    PELO PDDMES). AO SUBSTITUIR A FOTOGRAFIA DE
000234*                    UMA COMPETENCIA, O FECHAMENTO PRESERVA OS
000235*                    TOTAIS DA PDD JA GRAVADOS; NA COMPETENCIA
000236*                    NOVA, ELES NASCEM ZERADOS.
000237*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
000238*                    PROGVAR E VERCLI TERMINARAM BEM NA DATA DE
000239*                    PROCESSAMENTO (CTL-LOTE, COPYBOOK LOTREG) E
000240*                    REGISTRA INICIO, FIM, CODIGO DE RETORNO E
000241*                    CONTADORES DO PASSO.
000242******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FECMES.
000270 ENVIRONMENT DIVISION.
000330     SELECT HIST-CARTEIRA ASSIGN TO HISTCART
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-HISTCART.
000351     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS LT-CHAVE-PASSO
000355         FILE STATUS IS WS-FS-CTLLOTE.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CTRL-COBRANCA
000430     LABEL RECORDS ARE STANDARD.
000440 01  HC-REGISTRO.
000450     COPY HISTREG REPLACING LEADING ==WS-HC-== BY ==HC-==.
000451 FD  CTL-LOTE
000452     LABEL RECORDS ARE STANDARD.
000453 01  LT-REGISTRO.
000454     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000460 WORKING-STORAGE SECTION.
000461 01  WS-FS-CTLLOTE                PIC X(02).
000462     88  WS-FS-CTLLOTE-OK         VALUE "00".
000470 01  WS-FS-CTRLCOB                PIC X(02).
000480     88  WS-FS-CTRLCOB-OK         VALUE "00".
000490 01  WS-FS-HISTCART               PIC X(02).
000620*-----------------------------------------------------------------
000630 01  WS-TAB-HISTORICO.
000640     05  WS-TAB-COMP-ENT          OCCURS 60 TIMES.
000650         10  WS-TAB-HIST          PIC X(201).
000660 01  WS-REG-HIST.
000670     COPY HISTREG.
000672*    COPIA DO CT-REGISTRO EM WORKING-STORAGE: A AREA DA FD NAO E
000740 01  WS-DT-PROC-R REDEFINES WS-DT-PROC.
000750     05  WS-DT-PROC-AAAAMM        PIC 9(06).
000760     05  FILLER                   PIC 9(02).
000761*-----------------------------------------------------------------
000762* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
000763* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
000764* PROCESSAMENTO PARA ESTE PODER COMECAR
000765*-----------------------------------------------------------------
000766 01  WS-CTL-PASSO.
000767     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "FECMES".
000768     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
000769     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
000770     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
000771         10  WS-PASSO-HHMMSS      PIC 9(06).
000772         10  FILLER               PIC 9(02).
000773     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
000774     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
000775         88  WS-PASSO-BLOQUEADO   VALUE "S".
000776     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
000777         88  WS-PASSO-NOVO        VALUE "S".
000778     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
000779         88  WS-CTLLOTE-ABERTO    VALUE "S".
000780 01  WS-TAB-PRE-REQ-V.
000781     05  FILLER                   PIC X(08)  VALUE "PROGVAR".
000782     05  FILLER                   PIC X(08)  VALUE "VERCLI".
000783 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
000784     05  WS-PRE-REQ               PIC X(08)  OCCURS 2 TIMES.
000785 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 02 COMP.
000786 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
000787 PROCEDURE DIVISION.
000788 0000-MAINLINE.
000790     PERFORM 1000-INICIALIZAR
000800         THRU 1000-INICIALIZAR-EXIT
000810     IF NOT WS-ERRO-INICIALIZACAO
000840         PERFORM 3000-FINALIZAR
000850             THRU 3000-FINALIZAR-EXIT
000860     END-IF
000861     PERFORM 9850-REGISTRAR-PASSO
000862         THRU 9850-REGISTRAR-PASSO-EXIT
000870     GOBACK.
000880*-----------------------------------------------------------------
000890 1000-INICIALIZAR.
000891     PERFORM 9800-VERIFICAR-CADEIA
000892         THRU 9800-VERIFICAR-CADEIA-EXIT
000893     IF WS-PASSO-BLOQUEADO
000894         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
000895             WS-PASSO-DT-PROC
000896         MOVE "S" TO WS-SW-ERRO-INIC
000897         GO TO 1000-INICIALIZAR-EXIT
000898     END-IF
000900     OPEN INPUT CTRL-COBRANCA
000910     IF NOT WS-FS-CTRLCOB-OK
000920         DISPLAY "ERRO AO ABRIR CTRL-COBRANCA: " WS-FS-CTRLCOB
001860     PERFORM 2200-PROCURAR-COMPETENCIA
001870         THRU 2200-PROCURAR-COMPETENCIA-EXIT
001880     IF WS-COMP-ACHADA
001882*        OS TOTAIS DA PDD SAO DO PDDMES: FICAM OS JA GRAVADOS
001884         MOVE WS-TAB-HIST (WS-IDX-ACHADA) TO HC-REGISTRO
001885         IF HC-PDD NUMERIC
001886             MOVE HC-PDD TO WS-HC-PDD
001887         ELSE
001888             MOVE ZEROS  TO WS-HC-PDD
001889         END-IF
001890         MOVE WS-REG-HIST TO WS-TAB-HIST (WS-IDX-ACHADA)
001900         DISPLAY "FOTOGRAFIA DA COMPETENCIA " WS-COMPETENCIA
001910             " SUBSTITUIDA NO HISTORICO"
001920     ELSE
001925         MOVE ZEROS TO WS-HC-PDD
001930         PERFORM 2300-INSERIR-EM-ORDEM
001940             THRU 2300-INSERIR-EM-ORDEM-EXIT
001950         DISPLAY "FOTOGRAFIA DA COMPETENCIA " WS-COMPETENCIA
003100     END-IF.
003110 8000-LER-HISTORICO-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------------
003140* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
003150* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
003160* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
003170* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
003180* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
003190*-----------------------------------------------------------------
003200 9800-VERIFICAR-CADEIA.
003210     MOVE "N" TO WS-SW-PASSO-BLOQ
003220     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
003230     ACCEPT WS-PASSO-HORA FROM TIME
003240     OPEN I-O CTL-LOTE
003250     IF NOT WS-FS-CTLLOTE-OK
003260         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
003270         CLOSE CTL-LOTE
003280         OPEN OUTPUT CTL-LOTE
003290         CLOSE CTL-LOTE
003300         OPEN I-O CTL-LOTE
003310     END-IF
003320     IF NOT WS-FS-CTLLOTE-OK
003330         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
003340         MOVE "S" TO WS-SW-PASSO-BLOQ
003350         GO TO 9800-VERIFICAR-CADEIA-EXIT
003360     END-IF
003370     MOVE "S" TO WS-SW-CTLLOTE
003380     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
003390     MOVE "CADEIA" TO LT-PROGRAMA
003400     READ CTL-LOTE
003410         INVALID KEY
003420             MOVE SPACES TO LT-STS-PASSO
003430     END-READ
003440     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
003450         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
003460     END-IF
003470     PERFORM 9810-CONFERIR-PRE-REQ
003480         THRU 9810-CONFERIR-PRE-REQ-EXIT
003490         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
003500         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
003510     MOVE "N" TO WS-SW-PASSO-NOVO
003520     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
003530     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
003540     READ CTL-LOTE
003550         INVALID KEY
003560             MOVE "S" TO WS-SW-PASSO-NOVO
003570     END-READ
003580     IF WS-PASSO-NOVO
003590         MOVE ZEROS             TO LT-DADOS-PASSO
003600         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
003610         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
003620     END-IF
003630     ADD 1 TO LT-QTD-EXECUCOES
003640     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
003650     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
003660         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
003670     IF WS-PASSO-BLOQUEADO
003680         MOVE "B" TO LT-STS-PASSO
003690     ELSE
003700         MOVE "I" TO LT-STS-PASSO
003710     END-IF
003720     IF WS-PASSO-NOVO
003730         WRITE LT-REGISTRO
003740     ELSE
003750         REWRITE LT-REGISTRO
003760     END-IF
003770     IF NOT WS-FS-CTLLOTE-OK
003780         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
003790         MOVE "S" TO WS-SW-PASSO-BLOQ
003800     END-IF.
003810 9800-VERIFICAR-CADEIA-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840 9810-CONFERIR-PRE-REQ.
003850     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
003860     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
003870     READ CTL-LOTE
003880         INVALID KEY
003890             MOVE SPACES TO LT-STS-PASSO
003900     END-READ
003910     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
003920         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
003930             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
003940         MOVE "S" TO WS-SW-PASSO-BLOQ
003950     END-IF.
003960 9810-CONFERIR-PRE-REQ-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
004000* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 12 = ERRO NA
004010* INICIALIZACAO, 16 = BLOQUEADO POR PRE-REQUISITO. O CODIGO VOLTA
004020* NO RETURN-CODE PARA O LOTCOB.
004030*-----------------------------------------------------------------
004040 9850-REGISTRAR-PASSO.
004050     EVALUATE TRUE
004060         WHEN WS-PASSO-BLOQUEADO
004070             MOVE 16 TO WS-PASSO-RC
004080         WHEN WS-ERRO-INICIALIZACAO
004090             MOVE 12 TO WS-PASSO-RC
004100         WHEN OTHER
004110             MOVE ZEROS TO WS-PASSO-RC
004120     END-EVALUATE
004130     MOVE WS-PASSO-RC TO RETURN-CODE
004140     IF NOT WS-CTLLOTE-ABERTO
004150         GO TO 9850-REGISTRAR-PASSO-EXIT
004160     END-IF
004170     ACCEPT WS-PASSO-HORA FROM TIME
004180     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
004190     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
004200     READ CTL-LOTE
004210         INVALID KEY
004220             DISPLAY "PASSO " WS-PASSO-PROGRAMA
004230                 " NAO ENCONTRADO NO CTL-LOTE"
004240             CLOSE CTL-LOTE
004250             GO TO 9850-REGISTRAR-PASSO-EXIT
004260     END-READ
004270     EVALUATE WS-PASSO-RC
004280         WHEN 16
004290             MOVE "B" TO LT-STS-PASSO
004300         WHEN 12
004310             MOVE "E" TO LT-STS-PASSO
004320         WHEN OTHER
004330             MOVE "F" TO LT-STS-PASSO
004340     END-EVALUATE
004350     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
004360     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
004370     MOVE WS-QTD-COMPETENCIAS TO LT-QTD-GRAVADOS
004380     MOVE WS-CT-VLR-TOTAL-FALTA TO LT-VLR-TOTAL
004390     REWRITE LT-REGISTRO
004400     IF NOT WS-FS-CTLLOTE-OK
004410         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
004420     END-IF
004430     CLOSE CTL-LOTE.
004440 9850-REGISTRAR-PASSO-EXIT.
004450     EXIT.
