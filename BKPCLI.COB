000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   22/08/2026 CDM   PROGRAMA ORIGINAL.
000221*   14/10/2026 CDM   CONTRATO BAIXADO PARA PERDAS (CO-REG-PERDA)
000222*                    E DESCARREGADO, MAS CONTADO COM OS INATIVOS
000223*                    E FORA DOS TOTAIS DE CONTROLE, ACOMPANHANDO
000224*                    O CRITERIO DO PROGVAR.
000225*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
000226*                    LIQPAG E LIQAGE TERMINARAM BEM NA DATA DE
000227*                    PROCESSAMENTO (CTL-LOTE, COPYBOOK LOTREG) E
000228*                    REGISTRA INICIO, FIM, CODIGO DE RETORNO (4
000229*                    COM CONTRATOS COM ERRO) E CONTADORES DO
000230*                    PASSO.
000231*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000232*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000233*                    COMUM): A DESCARGA DE CLIENTES SAI EM ORDEM
000234*                    DE CPF E O TRAILER LEVA A SOMA DOS CPF
000235*                    DESCARREGADOS (SC-T-SOMA-CPF), BATIDA PELO
000236*                    RECCLI NA RECARGA.
000237******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. BKPCLI.
000260 ENVIRONMENT DIVISION.
000290     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CM-CPF
000340         FILE STATUS IS WS-FS-CLIMEST.
000350     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000360         ORGANIZATION IS INDEXED
000430     SELECT SEG-CONTRATOS ASSIGN TO SEGCON
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-SEGCON.
000451     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS LT-CHAVE-PASSO
000455         FILE STATUS IS WS-FS-CTLLOTE.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CLIENTES-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620 01  SN-REGISTRO.
000630     COPY SEGREG REPLACING LEADING ==WS-SG-== BY ==SN-==.
000631 FD  CTL-LOTE
000632     LABEL RECORDS ARE STANDARD.
000633 01  LT-REGISTRO.
000634     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000640 WORKING-STORAGE SECTION.
000641 01  WS-FS-CTLLOTE                PIC X(02).
000642     88  WS-FS-CTLLOTE-OK         VALUE "00".
000650 01  WS-FS-CLIMEST                PIC X(02).
000660     88  WS-FS-OK                 VALUE "00".
000670 01  WS-FS-CONTMEST               PIC X(02).
000870     05  WS-CNT-CTR-ERRO          PIC 9(05)  VALUE ZEROS COMP.
000880     05  WS-CNT-CTR-SEM-CLI       PIC 9(05)  VALUE ZEROS COMP.
000890 77  WS-CPF-CLIENTE               PIC 9(11)  VALUE ZEROS.
000895 77  WS-SOMA-CPF-CLI              PIC 9(16)  VALUE ZEROS.
000900 77  WS-VLR-TOTAL-DIVIDA          PIC 9(08)V99 VALUE ZEROS.
000910 77  WS-VLR-PAGO                  PIC 9(08)V99 VALUE ZEROS.
000920 77  WS-VLR-FALTA                 PIC 9(08)V99 VALUE ZEROS.
000930 77  WS-TOT-GERAL-DIVIDA          PIC 9(10)V99 VALUE ZEROS.
000940 77  WS-TOT-GERAL-PAGO            PIC 9(10)V99 VALUE ZEROS.
000950 77  WS-TOT-GERAL-FALTA           PIC 9(10)V99 VALUE ZEROS.
000951*-----------------------------------------------------------------
000952* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
000953* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
000954* PROCESSAMENTO PARA ESTE PODER COMECAR
000955*-----------------------------------------------------------------
000956 01  WS-CTL-PASSO.
000957     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "BKPCLI".
000958     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
000959     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
000960     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
000961         10  WS-PASSO-HHMMSS      PIC 9(06).
000962         10  FILLER               PIC 9(02).
000963     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
000964     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
000965         88  WS-PASSO-BLOQUEADO   VALUE "S".
000966     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
000967         88  WS-PASSO-NOVO        VALUE "S".
000968     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
000969         88  WS-CTLLOTE-ABERTO    VALUE "S".
000970 01  WS-TAB-PRE-REQ-V.
000971     05  FILLER                   PIC X(08)  VALUE "LIQPAG".
000972     05  FILLER                   PIC X(08)  VALUE "LIQAGE".
000973 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
000974     05  WS-PRE-REQ               PIC X(08)  OCCURS 2 TIMES.
000975 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 02 COMP.
000976 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
000977 PROCEDURE DIVISION.
000978 0000-MAINLINE.
000980     PERFORM 1000-INICIALIZAR
000990         THRU 1000-INICIALIZAR-EXIT
001000     IF NOT WS-ERRO-INICIALIZACAO
001070         PERFORM 3000-FINALIZAR
001080             THRU 3000-FINALIZAR-EXIT
001090     END-IF
001091     PERFORM 9850-REGISTRAR-PASSO
001092         THRU 9850-REGISTRAR-PASSO-EXIT
001100     GOBACK.
001110*-----------------------------------------------------------------
001120 1000-INICIALIZAR.
001121     PERFORM 9800-VERIFICAR-CADEIA
001122         THRU 9800-VERIFICAR-CADEIA-EXIT
001123     IF WS-PASSO-BLOQUEADO
001124         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
001125             WS-PASSO-DT-PROC
001126         MOVE "S" TO WS-SW-ERRO-INIC
001127         GO TO 1000-INICIALIZAR-EXIT
001128     END-IF
001130     OPEN INPUT CLIENTES-MASTER
001140     IF NOT WS-FS-OK
001150         DISPLAY "ERRO AO ABRIR CLIENTES-MASTER: " WS-FS-CLIMEST
001530     IF NOT WS-FS-SEGCLI-OK
001540         DISPLAY "ERRO AO GRAVAR SEG-CLIENTES: " WS-FS-SEGCLI
001550     END-IF
001551     IF CM-CPF NUMERIC
001552         ADD CM-CPF TO WS-SOMA-CPF-CLI
001553     END-IF
001560     IF CM-REG-INATIVO
001570         ADD 1 TO WS-CNT-CLI-INATIVOS
001580     ELSE
001710         DISPLAY "ERRO AO GRAVAR SEG-CONTRATOS: " WS-FS-SEGCON
001720     END-IF
001730     IF CO-REG-INATIVO
001735         OR CO-REG-PERDA
001740         ADD 1 TO WS-CNT-CTR-INATIVOS
001750         GO TO 2500-DESCARREGAR-LER
001760     END-IF
002090     EXIT.
002100*-----------------------------------------------------------------
002110 2700-LOCALIZAR-CLIENTE.
002120*    LOCALIZA O CLIENTE DO CONTRATO PELA CHAVE PRIMARIA
002130*    CM-CPF (MESMO CRITERIO DO 2200-LOCALIZAR-CLIENTE DO
002140*    PROGVAR): CLIENTE INEXISTENTE OU INATIVO DEIXA O CONTRATO
002150*    FORA DAS SOMAS DE CONTROLE.
002160     MOVE "N" TO WS-SW-CLI-OK
002170     MOVE CO-CPF TO CM-CPF
002180     READ CLIENTES-MASTER
002200         INVALID KEY
002210             GO TO 2700-LOCALIZAR-CLIENTE-EXIT
002220     END-READ
002350     MOVE ZEROS               TO SC-T-VLR-DIVIDA
002360     MOVE ZEROS               TO SC-T-VLR-PAGO
002370     MOVE ZEROS               TO SC-T-VLR-FALTA
002371     MOVE WS-SOMA-CPF-CLI     TO SC-T-SOMA-CPF
002380     WRITE SC-REGISTRO
002390
002400     MOVE SPACES              TO SN-REGISTRO
002490     DISPLAY "BKPCLI ENCERRADO."
002500     DISPLAY "CLIENTES ATIVOS....: " WS-CNT-CLI-ATIVOS
002510     DISPLAY "CLIENTES INATIVOS..: " WS-CNT-CLI-INATIVOS
002511     DISPLAY "SOMA DOS CPF.......: " WS-SOMA-CPF-CLI
002520     DISPLAY "CONTRATOS ATIVOS...: " WS-CNT-CTR-ATIVOS
002530     DISPLAY "CONTRATOS INATIVOS.: " WS-CNT-CTR-INATIVOS
002540     DISPLAY "CONTRATOS COM ERRO.: " WS-CNT-CTR-ERRO
002810     END-READ.
002820 8500-LER-CONTRATO-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------------
002850* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
002860* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
002870* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
002880* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
002890* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
002900*-----------------------------------------------------------------
002910 9800-VERIFICAR-CADEIA.
002920     MOVE "N" TO WS-SW-PASSO-BLOQ
002930     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
002940     ACCEPT WS-PASSO-HORA FROM TIME
002950     OPEN I-O CTL-LOTE
002960     IF NOT WS-FS-CTLLOTE-OK
002970         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
002980         CLOSE CTL-LOTE
002990         OPEN OUTPUT CTL-LOTE
003000         CLOSE CTL-LOTE
003010         OPEN I-O CTL-LOTE
003020     END-IF
003030     IF NOT WS-FS-CTLLOTE-OK
003040         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
003050         MOVE "S" TO WS-SW-PASSO-BLOQ
003060         GO TO 9800-VERIFICAR-CADEIA-EXIT
003070     END-IF
003080     MOVE "S" TO WS-SW-CTLLOTE
003090     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
003100     MOVE "CADEIA" TO LT-PROGRAMA
003110     READ CTL-LOTE
003120         INVALID KEY
003130             MOVE SPACES TO LT-STS-PASSO
003140     END-READ
003150     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
003160         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
003170     END-IF
003180     PERFORM 9810-CONFERIR-PRE-REQ
003190         THRU 9810-CONFERIR-PRE-REQ-EXIT
003200         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
003210         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
003220     MOVE "N" TO WS-SW-PASSO-NOVO
003230     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
003240     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
003250     READ CTL-LOTE
003260         INVALID KEY
003270             MOVE "S" TO WS-SW-PASSO-NOVO
003280     END-READ
003290     IF WS-PASSO-NOVO
003300         MOVE ZEROS             TO LT-DADOS-PASSO
003310         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
003320         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
003330     END-IF
003340     ADD 1 TO LT-QTD-EXECUCOES
003350     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
003360     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
003370         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
003380     IF WS-PASSO-BLOQUEADO
003390         MOVE "B" TO LT-STS-PASSO
003400     ELSE
003410         MOVE "I" TO LT-STS-PASSO
003420     END-IF
003430     IF WS-PASSO-NOVO
003440         WRITE LT-REGISTRO
003450     ELSE
003460         REWRITE LT-REGISTRO
003470     END-IF
003480     IF NOT WS-FS-CTLLOTE-OK
003490         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
003500         MOVE "S" TO WS-SW-PASSO-BLOQ
003510     END-IF.
003520 9800-VERIFICAR-CADEIA-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550 9810-CONFERIR-PRE-REQ.
003560     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
003570     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
003580     READ CTL-LOTE
003590         INVALID KEY
003600             MOVE SPACES TO LT-STS-PASSO
003610     END-READ
003620     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
003630         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
003640             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
003650         MOVE "S" TO WS-SW-PASSO-BLOQ
003660     END-IF.
003670 9810-CONFERIR-PRE-REQ-EXIT.
003680     EXIT.
003690*-----------------------------------------------------------------
003700* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
003710* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO COM
003720* CONTRATOS COM ERRO, 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO
003730* POR PRE-REQUISITO. O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
003750*-----------------------------------------------------------------
003760 9850-REGISTRAR-PASSO.
003770     EVALUATE TRUE
003780         WHEN WS-PASSO-BLOQUEADO
003790             MOVE 16 TO WS-PASSO-RC
003800         WHEN WS-ERRO-INICIALIZACAO
003810             MOVE 12 TO WS-PASSO-RC
003820         WHEN WS-CNT-CTR-ERRO + WS-CNT-CTR-SEM-CLI
003830             GREATER THAN ZEROS
003840             MOVE 4 TO WS-PASSO-RC
003850         WHEN OTHER
003860             MOVE ZEROS TO WS-PASSO-RC
003870     END-EVALUATE
003880     MOVE WS-PASSO-RC TO RETURN-CODE
003890     IF NOT WS-CTLLOTE-ABERTO
003900         GO TO 9850-REGISTRAR-PASSO-EXIT
003910     END-IF
003920     ACCEPT WS-PASSO-HORA FROM TIME
003930     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
003940     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
003950     READ CTL-LOTE
003960         INVALID KEY
003970             DISPLAY "PASSO " WS-PASSO-PROGRAMA
003980                 " NAO ENCONTRADO NO CTL-LOTE"
003990             CLOSE CTL-LOTE
004000             GO TO 9850-REGISTRAR-PASSO-EXIT
004010     END-READ
004020     EVALUATE WS-PASSO-RC
004030         WHEN 16
004040             MOVE "B" TO LT-STS-PASSO
004050         WHEN 12
004060             MOVE "E" TO LT-STS-PASSO
004070         WHEN OTHER
004080             MOVE "F" TO LT-STS-PASSO
004090     END-EVALUATE
004100     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
004110     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
004120     COMPUTE LT-QTD-LIDOS =
004121         WS-CNT-CLI-ATIVOS + WS-CNT-CLI-INATIVOS
004130     COMPUTE LT-QTD-GRAVADOS =
004131         WS-CNT-CTR-ATIVOS + WS-CNT-CTR-INATIVOS
004140     COMPUTE LT-QTD-REJEITADOS =
004141         WS-CNT-CTR-ERRO + WS-CNT-CTR-SEM-CLI
004150     MOVE WS-TOT-GERAL-FALTA TO LT-VLR-TOTAL
004160     REWRITE LT-REGISTRO
004170     IF NOT WS-FS-CTLLOTE-OK
004180         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
004190     END-IF
004200     CLOSE CTL-LOTE.
004210 9850-REGISTRAR-PASSO-EXIT.
004220     EXIT.
