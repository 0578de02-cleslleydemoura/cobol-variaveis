001340*   01/09/2026 CDM   IDEM PARA O NOVO REGISTRO TIPO "R" DO
001350*                    PARAM-COBRANCA (PARAMETROS DO RELATORIO DE
001360*                    MAIORES DEVEDORES, USADOS PELO RELDEV).
001361*   14/10/2026 CDM   CONTRATO BAIXADO PARA PERDAS PELO PDDMES
001362*                    (CO-REG-PERDA) SAI DA CARTEIRA VIVA: E
001363*                    IGNORADO COMO O INATIVO, FICANDO FORA DO
001364*                    RELATORIO, DO AGING, DO CTRL-COBRANCA E DO
001365*                    EXT-INADIMPLENTES. O NOVO REGISTRO TIPO "P"
001366*                    DO PARAM-COBRANCA (PERCENTUAIS DA PDD, USADOS
001367*                    PELO PDDMES) E IGNORADO SEM CRITICA.
001368*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
001369*                    LIQPAG E LIQAGE TERMINARAM BEM NA DATA DE
001370*                    PROCESSAMENTO (CTL-LOTE, COPYBOOK LOTREG) E
001371*                    REGISTRA INICIO, FIM, CODIGO DE RETORNO (4
001372*                    COM CLIENTES COM ERRO) E CONTADORES DO PASSO.
001373*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
001374*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
001375*                    COMUM): A LEITURA DO CLIENTE PELO CPF
001376*                    DEIXA DE USAR CHAVE ALTERNATIVA.
001377******************************************************************
001380 IDENTIFICATION DIVISION.
001390 PROGRAM-ID. PROGVAR.
001400 ENVIRONMENT DIVISION.
001430     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS CM-CPF
001480         FILE STATUS IS WS-FS-CLIMEST.
001490     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
001500         ORGANIZATION IS INDEXED
001660     SELECT PARAM-COBRANCA ASSIGN TO PARMCOB
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-FS-PARMCOB.
001681     SELECT CTL-LOTE ASSIGN TO CTLLOTE
001682         ORGANIZATION IS INDEXED
001683         ACCESS MODE IS DYNAMIC
001684         RECORD KEY IS LT-CHAVE-PASSO
001685         FILE STATUS IS WS-FS-CTLLOTE.
001690 DATA DIVISION.
001700 FILE SECTION.
001710 FD  CLIENTES-MASTER
002090     LABEL RECORDS ARE STANDARD.
002100 01  PA-REGISTRO.
002110     COPY PARREG REPLACING LEADING ==WS-PA-== BY ==PA-==.
002111 FD  CTL-LOTE
002112     LABEL RECORDS ARE STANDARD.
002113 01  LT-REGISTRO.
002114     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
002120 WORKING-STORAGE SECTION.
002121 01  WS-FS-CTLLOTE                PIC X(02).
002122     88  WS-FS-CTLLOTE-OK         VALUE "00".
002130 01  WS-FS-CLIMEST                PIC X(02).
002140     88  WS-FS-OK                 VALUE "00".
002150 01  WS-FS-CONTMEST               PIC X(02).
004450     05  FILLER                   PIC X(03) VALUE SPACES.
004460     05  WS-AGI-TOT-PCT           PIC ZZ9.99.
004470     05  FILLER                   PIC X(02) VALUE " %".
004471*-----------------------------------------------------------------
004472* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
004473* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
004474* PROCESSAMENTO PARA ESTE PODER COMECAR
004475*-----------------------------------------------------------------
004476 01  WS-CTL-PASSO.
004477     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "PROGVAR".
004478     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
004479     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
004480     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
004481         10  WS-PASSO-HHMMSS      PIC 9(06).
004482         10  FILLER               PIC 9(02).
004483     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
004484     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
004485         88  WS-PASSO-BLOQUEADO   VALUE "S".
004486     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
004487         88  WS-PASSO-NOVO        VALUE "S".
004488     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
004489         88  WS-CTLLOTE-ABERTO    VALUE "S".
004490 01  WS-TAB-PRE-REQ-V.
004491     05  FILLER                   PIC X(08)  VALUE "LIQPAG".
004492     05  FILLER                   PIC X(08)  VALUE "LIQAGE".
004493 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
004494     05  WS-PRE-REQ               PIC X(08)  OCCURS 2 TIMES.
004495 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 02 COMP.
004496 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
004497 PROCEDURE DIVISION.
004498 0000-MAINLINE.
004500     PERFORM 1000-INICIALIZAR
004510         THRU 1000-INICIALIZAR-EXIT
004520     IF NOT WS-ERRO-INICIALIZACAO
004560         PERFORM 3000-FINALIZAR
004570             THRU 3000-FINALIZAR-EXIT
004580     END-IF
004581     PERFORM 9850-REGISTRAR-PASSO
004582         THRU 9850-REGISTRAR-PASSO-EXIT
004590     GOBACK.
004600*-----------------------------------------------------------------
004610 1000-INICIALIZAR.
004611     PERFORM 9800-VERIFICAR-CADEIA
004612         THRU 9800-VERIFICAR-CADEIA-EXIT
004613     IF WS-PASSO-BLOQUEADO
004614         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
004615             WS-PASSO-DT-PROC
004616         MOVE "S" TO WS-SW-ERRO-INIC
004617         GO TO 1000-INICIALIZAR-EXIT
004618     END-IF
004620     PERFORM 1050-ZERAR-AGING
004630         THRU 1050-ZERAR-AGING-EXIT
004640         VARYING WS-AGING-IDX FROM 1 BY 1
006050*            PARAMETROS DO RELATORIO DE MAIORES DEVEDORES: SO
006060*            INTERESSAM AO RELDEV, IGNORADOS NO LOTE.
006070             CONTINUE
006071         WHEN PA-REG-PDD
006072*            PERCENTUAIS DA PDD POR FAIXA DE AGING: SO INTERESSAM
006073*            AO PDDMES, IGNORADOS NO LOTE.
006074             CONTINUE
006080         WHEN OTHER
006090             DISPLAY "TIPO DE REGISTRO INVALIDO EM "
006100                 "PARAM-COBRANCA, IGNORADO: " PA-TIPO-REG
006940     END-IF
006950
006960     IF CO-REG-INATIVO
006965         OR CO-REG-PERDA
006970         PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT
006980         GO TO 2000-PROCESSAR-CONTRATO-EXIT
006990     END-IF
007810     MOVE "N" TO WS-SW-CLI-OK
007820     MOVE CO-CPF TO CM-CPF
007830     READ CLIENTES-MASTER
007850         INVALID KEY
007860             ADD 1 TO WS-CNT-ERRO
007870             DISPLAY "CONTRATO SEM CLIENTE NA CARTEIRA, CPF: "
011140     END-IF.
011150 9210-TESTAR-TAXA-EXIT.
011160     EXIT.
011170*-----------------------------------------------------------------
011180* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
011190* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
011200* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
011210* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
011220* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
011230*-----------------------------------------------------------------
011240 9800-VERIFICAR-CADEIA.
011250     MOVE "N" TO WS-SW-PASSO-BLOQ
011260     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
011270     ACCEPT WS-PASSO-HORA FROM TIME
011280     OPEN I-O CTL-LOTE
011290     IF NOT WS-FS-CTLLOTE-OK
011300         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
011310         CLOSE CTL-LOTE
011320         OPEN OUTPUT CTL-LOTE
011330         CLOSE CTL-LOTE
011340         OPEN I-O CTL-LOTE
011350     END-IF
011360     IF NOT WS-FS-CTLLOTE-OK
011370         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
011380         MOVE "S" TO WS-SW-PASSO-BLOQ
011390         GO TO 9800-VERIFICAR-CADEIA-EXIT
011400     END-IF
011410     MOVE "S" TO WS-SW-CTLLOTE
011420     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
011430     MOVE "CADEIA" TO LT-PROGRAMA
011440     READ CTL-LOTE
011450         INVALID KEY
011460             MOVE SPACES TO LT-STS-PASSO
011470     END-READ
011480     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
011490         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
011500     END-IF
011510     PERFORM 9810-CONFERIR-PRE-REQ
011520         THRU 9810-CONFERIR-PRE-REQ-EXIT
011530         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
011540         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
011550     MOVE "N" TO WS-SW-PASSO-NOVO
011560     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
011570     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
011580     READ CTL-LOTE
011590         INVALID KEY
011600             MOVE "S" TO WS-SW-PASSO-NOVO
011610     END-READ
011620     IF WS-PASSO-NOVO
011630         MOVE ZEROS             TO LT-DADOS-PASSO
011640         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
011650         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
011660     END-IF
011670     ADD 1 TO LT-QTD-EXECUCOES
011680     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
011690     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
011700         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
011710     IF WS-PASSO-BLOQUEADO
011720         MOVE "B" TO LT-STS-PASSO
011730     ELSE
011740         MOVE "I" TO LT-STS-PASSO
011750     END-IF
011760     IF WS-PASSO-NOVO
011770         WRITE LT-REGISTRO
011780     ELSE
011790         REWRITE LT-REGISTRO
011800     END-IF
011810     IF NOT WS-FS-CTLLOTE-OK
011820         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
011830         MOVE "S" TO WS-SW-PASSO-BLOQ
011840     END-IF.
011850 9800-VERIFICAR-CADEIA-EXIT.
011860     EXIT.
011870*-----------------------------------------------------------------
011880 9810-CONFERIR-PRE-REQ.
011890     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
011900     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
011910     READ CTL-LOTE
011920         INVALID KEY
011930             MOVE SPACES TO LT-STS-PASSO
011940     END-READ
011950     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
011960         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
011970             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
011980         MOVE "S" TO WS-SW-PASSO-BLOQ
011990     END-IF.
012000 9810-CONFERIR-PRE-REQ-EXIT.
012010     EXIT.
012020*-----------------------------------------------------------------
012030* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
012040* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO COM
012050* CLIENTES COM ERRO, 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO
012060* POR PRE-REQUISITO. O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
012080*-----------------------------------------------------------------
012090 9850-REGISTRAR-PASSO.
012100     EVALUATE TRUE
012110         WHEN WS-PASSO-BLOQUEADO
012120             MOVE 16 TO WS-PASSO-RC
012130         WHEN WS-ERRO-INICIALIZACAO
012140             MOVE 12 TO WS-PASSO-RC
012150         WHEN WS-CNT-ERRO GREATER THAN ZEROS
012160             MOVE 4 TO WS-PASSO-RC
012170         WHEN OTHER
012180             MOVE ZEROS TO WS-PASSO-RC
012190     END-EVALUATE
012200     MOVE WS-PASSO-RC TO RETURN-CODE
012210     IF NOT WS-CTLLOTE-ABERTO
012220         GO TO 9850-REGISTRAR-PASSO-EXIT
012230     END-IF
012240     ACCEPT WS-PASSO-HORA FROM TIME
012250     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
012260     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
012270     READ CTL-LOTE
012280         INVALID KEY
012290             DISPLAY "PASSO " WS-PASSO-PROGRAMA
012300                 " NAO ENCONTRADO NO CTL-LOTE"
012310             CLOSE CTL-LOTE
012320             GO TO 9850-REGISTRAR-PASSO-EXIT
012330     END-READ
012340     EVALUATE WS-PASSO-RC
012350         WHEN 16
012360             MOVE "B" TO LT-STS-PASSO
012370         WHEN 12
012380             MOVE "E" TO LT-STS-PASSO
012390         WHEN OTHER
012400             MOVE "F" TO LT-STS-PASSO
012410     END-EVALUATE
012420     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
012430     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
012440     MOVE WS-CNT-LIDOS TO LT-QTD-LIDOS
012450     MOVE WS-CNT-CONTRATOS TO LT-QTD-GRAVADOS
012460     MOVE WS-CNT-ERRO TO LT-QTD-REJEITADOS
012470     MOVE WS-TOT-GERAL-FALTA TO LT-VLR-TOTAL
012480     REWRITE LT-REGISTRO
012490     IF NOT WS-FS-CTLLOTE-OK
012500         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
012510     END-IF
012520     CLOSE CTL-LOTE.
012530 9850-REGISTRAR-PASSO-EXIT.
012540     EXIT.
