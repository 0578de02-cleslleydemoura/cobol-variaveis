000380*                    E O MOVIMENTO ANTIGO NUNCA BATERIA) E PASSA
000390*                    A USAR DATA + CPF + CONTRATO, COMO NO
000400*                    LIQPAG.
000401*   14/10/2026 CDM   O MOVIMENTO GRAVADO PASSA A SER LIMPO ANTES
000402*                    DE PREENCHIDO (GRUPO WS-REF-ESTORNO DO MOVPAG
000403*                    EM BRANCO) E OS MOVIMENTOS DE ESTORNO DO
000404*                    CADCLI (ORIGEM "E") FICAM FORA DA CONFERENCIA
000405*                    DE DUPLICIDADE, COMO NO LIQPAG.
000406*   14/10/2026 CDM   BAIXA DE CONTRATO JA BAIXADO PARA PERDAS
000407*                    (CO-REG-PERDA) SAI NO MOV-PAGAMENTOS COM
000408*                    MV-FLG-RECUPERACAO = "S", PARA O PDDMES
000409*                    REPORTAR A RECUPERACAO DE PERDAS.
000410*   14/10/2026 CDM   O MOVIMENTO GRAVADO LEVA A DATA DE PROCESSO
000411*                    EM MV-DT-LANCTO E CADA COMISSAO CALCULADA E
000412*                    GRAVADA NO ARQUIVO COM-AGENCIA, PARA A
000413*                    INTERFACE CONTABIL (INTCTB).
000414*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: REGISTRA NO
000415*                    CTL-LOTE (COPYBOOK LOTREG) INICIO, FIM,
000416*                    CODIGO DE RETORNO (4 COM REJEITADOS) E
000417*                    CONTADORES DO PASSO.
000418*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000419*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000420*                    COMUM): A LEITURA DO CLIENTE PELO CPF
000421*                    DEIXA DE USAR CHAVE ALTERNATIVA.
000422*   15/10/2026 CDM   COMISSAO SO E IMPRESSA E SOMADA AOS TOTAIS
000423*                    DEPOIS DE GRAVADA EM COM-AGENCIA; ERRO DE
000424*                    GRAVACAO E CONTADO E AVISADO NO FINAL.
000425******************************************************************
000426 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. LIQAGE.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000500     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CM-CPF
000550         FILE STATUS IS WS-FS-CLIMEST.
000560     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000570         ORGANIZATION IS INDEXED
000750     SELECT BUR-EXCLUSAO ASSIGN TO BUREXCL
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-BUREXCL.
000771     SELECT COM-AGENCIA ASSIGN TO COMAGEN
000772         ORGANIZATION IS LINE SEQUENTIAL
000773         FILE STATUS IS WS-FS-COMAGEN.
000774     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000775         ORGANIZATION IS INDEXED
000776         ACCESS MODE IS DYNAMIC
000777         RECORD KEY IS LT-CHAVE-PASSO
000778         FILE STATUS IS WS-FS-CTLLOTE.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RET-AGENCIA
001160     LABEL RECORDS ARE STANDARD.
001170 01  NG-REGISTRO.
001180     COPY NEGREG REPLACING LEADING ==WS-NG-== BY ==NG-==.
001181 FD  COM-AGENCIA
001182     LABEL RECORDS ARE STANDARD.
001183 01  CA-REGISTRO.
001184     COPY COMREG REPLACING LEADING ==WS-CA-== BY ==CA-==.
001185 FD  CTL-LOTE
001186     LABEL RECORDS ARE STANDARD.
001187 01  LT-REGISTRO.
001188     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
001190 WORKING-STORAGE SECTION.
001191 01  WS-FS-CTLLOTE                PIC X(02).
001192     88  WS-FS-CTLLOTE-OK         VALUE "00".
001200 01  WS-FS-RETAGEN                PIC X(02).
001210     88  WS-FS-RETAGEN-OK         VALUE "00".
001220 01  WS-FS-CLIMEST                PIC X(02).
001330     88  WS-FS-RELCOMIS-OK        VALUE "00".
001340 01  WS-FS-BUREXCL                PIC X(02).
001350     88  WS-FS-BUREXCL-OK         VALUE "00".
001351 01  WS-FS-COMAGEN                PIC X(02).
001352     88  WS-FS-COMAGEN-OK         VALUE "00".
001360 01  WS-SWITCHES.
001370     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
001380         88  WS-FIM-ARQ           VALUE "S".
001530     05  WS-CNT-BAIXADOS          PIC 9(05)  VALUE ZEROS COMP.
001540     05  WS-CNT-REJEITADOS        PIC 9(05)  VALUE ZEROS COMP.
001550     05  WS-CNT-TRANSITO          PIC 9(05)  VALUE ZEROS COMP.
001555     05  WS-CNT-ERRO-COMAGEN      PIC 9(05)  VALUE ZEROS COMP.
001560 77  WS-MAX-CRI-PAGINA            PIC 9(03) VALUE 040 COMP.
001570 77  WS-CNT-CRI-PAGINA            PIC 9(03) VALUE ZEROS COMP.
001580 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
002760     05  FILLER                   PIC X(11)
002770         VALUE "  COMISSAO ".
002780     05  WS-CT-VLR-COMIS          PIC $,$$$,$$$,$$9.99.
002781*-----------------------------------------------------------------
002782* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
002783* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
002784* PROCESSAMENTO PARA ESTE PODER COMECAR
002785*-----------------------------------------------------------------
002786 01  WS-CTL-PASSO.
002787     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "LIQAGE".
002788     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
002789     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
002790     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
002791         10  WS-PASSO-HHMMSS      PIC 9(06).
002792         10  FILLER               PIC 9(02).
002793     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
002794     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
002795         88  WS-PASSO-BLOQUEADO   VALUE "S".
002796     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
002797         88  WS-PASSO-NOVO        VALUE "S".
002798     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
002799         88  WS-CTLLOTE-ABERTO    VALUE "S".
002800 01  WS-TAB-PRE-REQ-V.
002801     05  FILLER                   PIC X(08)  VALUE SPACES.
002802 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
002803     05  WS-PRE-REQ               PIC X(08)  OCCURS 1 TIMES.
002804 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 00 COMP.
002805 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
002806 PROCEDURE DIVISION.
002807 0000-MAINLINE.
002810     PERFORM 1000-INICIALIZAR
002820         THRU 1000-INICIALIZAR-EXIT
002830     IF NOT WS-ERRO-INICIALIZACAO
002870         PERFORM 3000-FINALIZAR
002880             THRU 3000-FINALIZAR-EXIT
002890     END-IF
002891     PERFORM 9850-REGISTRAR-PASSO
002892         THRU 9850-REGISTRAR-PASSO-EXIT
002900     GOBACK.
002910*-----------------------------------------------------------------
002920 1000-INICIALIZAR.
002921     PERFORM 9800-VERIFICAR-CADEIA
002922         THRU 9800-VERIFICAR-CADEIA-EXIT
002923     IF WS-PASSO-BLOQUEADO
002924         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
002925             WS-PASSO-DT-PROC
002926         MOVE "S" TO WS-SW-ERRO-INIC
002927         GO TO 1000-INICIALIZAR-EXIT
002928     END-IF
002930     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002940     OPEN INPUT RET-AGENCIA
002950     IF NOT WS-FS-RETAGEN-OK
003600         CLOSE BUR-EXCLUSAO
003610         OPEN EXTEND BUR-EXCLUSAO
003620     END-IF
003621     OPEN EXTEND COM-AGENCIA
003622     IF NOT WS-FS-COMAGEN-OK
003623         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO COM-AGENCIA"
003624         CLOSE COM-AGENCIA
003625         OPEN OUTPUT COM-AGENCIA
003626         CLOSE COM-AGENCIA
003627         OPEN EXTEND COM-AGENCIA
003628     END-IF
003630
003640     MOVE WS-DATA-HOJE TO WS-CAB-DATA
003650     PERFORM 7000-IMPRIMIR-CABECALHO
003860
003870     MOVE RA-CPF TO CM-CPF
003880     READ CLIENTES-MASTER
003900         INVALID KEY
003910             MOVE "CPF INEXISTENTE NA CARTEIRA" TO WS-CRI-MOTIVO
003920             PERFORM 7500-GRAVAR-CRITICA
005000     IF MV-DT-PAGTO EQUAL RA-DT-PAGTO
005010         AND MV-CPF EQUAL CO-CPF
005020         AND MV-NR-CONTRATO EQUAL CO-NR-CONTRATO
005025         AND NOT MV-ESTORNO
005030         MOVE "S" TO WS-SW-MOV-DUPLICADO
005040         MOVE "S" TO WS-SW-FIM-MOVPAG
005050         GO TO 2570-COMPARAR-MOVIMENTO-EXIT
005760*-----------------------------------------------------------------
005770 2700-ACUMULAR-COMISSAO.
005780*    CALCULA A COMISSAO DO REGISTRO (VALOR RECUPERADO X
005790*    PERCENTUAL), GRAVA EM COM-AGENCIA, IMPRIME A LINHA DE
005800*    DETALHE DO DEMONSTRATIVO E ACUMULA OS TOTAIS DA COMPETENCIA
005810*    (AAAAMM DA DATA DO PAGAMENTO) E O TOTAL GERAL. COMISSAO NAO
005811*    GRAVADA NAO ENTRA NO DEMONSTRATIVO NEM NOS TOTAIS.
005820     COMPUTE WS-VLR-COMISSAO ROUNDED =
005830         RA-VLR-RECUPERADO * RA-PCT-COMISSAO / 100
005840
005850     MOVE WS-DATA-HOJE      TO CA-DT-LANCTO
005853     MOVE RA-DT-PAGTO       TO CA-DT-PAGTO
005856     MOVE RA-CPF            TO CA-CPF
005859     MOVE RA-NR-CONTRATO    TO CA-NR-CONTRATO
005862     MOVE RA-VLR-RECUPERADO TO CA-VLR-RECUPERADO
005865     MOVE RA-PCT-COMISSAO   TO CA-PCT-COMISSAO
005868     MOVE WS-VLR-COMISSAO   TO CA-VLR-COMISSAO
005871     WRITE CA-REGISTRO
005874     IF NOT WS-FS-COMAGEN-OK
005877         DISPLAY "ERRO AO GRAVAR COM-AGENCIA: " WS-FS-COMAGEN
005880             " CPF " RA-CPF " CONTRATO " RA-NR-CONTRATO
005883         ADD 1 TO WS-CNT-ERRO-COMAGEN
005886         GO TO 2700-ACUMULAR-COMISSAO-EXIT
005889     END-IF
005892
005895     MOVE RA-DT-PAGTO       TO WS-CD-DT-PAGTO
005898     MOVE RA-CPF            TO WS-CD-CPF
005901     MOVE RA-NR-CONTRATO    TO WS-CD-NR-CONTRATO
005904     MOVE RA-VLR-RECUPERADO TO WS-CD-VLR-RECUP
005907     MOVE RA-PCT-COMISSAO   TO WS-CD-PCT
005910     MOVE WS-VLR-COMISSAO   TO WS-CD-VLR-COMIS
005913     WRITE WC-LINHA FROM WS-COM-DET AFTER ADVANCING 1 LINE
005920
005930     ADD RA-VLR-RECUPERADO TO WS-TOT-RECUPERADO
005940     ADD WS-VLR-COMISSAO   TO WS-TOT-COMISSAO
006480         " BAIXADOS: " WS-CNT-BAIXADOS
006490         " REJEITADOS: " WS-CNT-REJEITADOS
006500         " EM TRANSITO: " WS-CNT-TRANSITO
006505     IF WS-CNT-ERRO-COMAGEN GREATER THAN ZEROS
006506         DISPLAY "ATENCAO: " WS-CNT-ERRO-COMAGEN
006507             " COMISSOES NAO GRAVADAS EM COM-AGENCIA, FORA DOS "
006508             "TOTAIS"
006509     END-IF
006510     DISPLAY "TOTAL RECUPERADO: " WS-TOT-RECUPERADO
006520         " TOTAL COMISSAO: " WS-TOT-COMISSAO
006530
006580     CLOSE REL-COMISSAO
006590     CLOSE MOV-PAGAMENTOS
006600     CLOSE VAL-TRANSITO
006610     CLOSE BUR-EXCLUSAO
006611     CLOSE COM-AGENCIA.
006620 3000-FINALIZAR-EXIT.
006630     EXIT.
006640*-----------------------------------------------------------------
007390 7700-GRAVAR-MOVIMENTO.
007400*    UM MOVIMENTO POR PARCELA BAIXADA, PELO VALOR DA PARCELA,
007410*    COM A ORIGEM "A" (AGENCIA DE COBRANCA TERCEIRIZADA).
007415     MOVE SPACES         TO MV-REGISTRO
007420     MOVE RA-DT-PAGTO    TO MV-DT-PAGTO
007425     MOVE WS-DATA-HOJE   TO MV-DT-LANCTO
007430     MOVE CO-CPF         TO MV-CPF
007440     MOVE CO-NR-CONTRATO TO MV-NR-CONTRATO
007450     MOVE WS-MOV-PARCELA TO MV-NR-PARCELA
007460     MOVE CO-VLR-PARC    TO MV-VLR-PAGO
007470     MOVE "A"            TO MV-ORIGEM-BAIXA
007473     IF CO-REG-PERDA
007474         MOVE "S"        TO MV-FLG-RECUPERACAO
007475     END-IF
007480     WRITE MV-REGISTRO
007490     IF NOT WS-FS-MOVPAG-OK
007500         DISPLAY "ERRO AO GRAVAR MOVIMENTO DE PAGAMENTO: "
007780     END-READ.
007790 8000-LER-RETORNO-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------------
007820* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
007830* INICIO DO PASSO NA DATA DE PROCESSAMENTO: A DATA DA CADEIA
007840* ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA. ESTE
007850* PASSO ABRE A CADEIA E NAO TEM PRE-REQUISITOS.
007860*-----------------------------------------------------------------
007870 9800-VERIFICAR-CADEIA.
007880     MOVE "N" TO WS-SW-PASSO-BLOQ
007890     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
007900     ACCEPT WS-PASSO-HORA FROM TIME
007910     OPEN I-O CTL-LOTE
007920     IF NOT WS-FS-CTLLOTE-OK
007930         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
007940         CLOSE CTL-LOTE
007950         OPEN OUTPUT CTL-LOTE
007960         CLOSE CTL-LOTE
007970         OPEN I-O CTL-LOTE
007980     END-IF
007990     IF NOT WS-FS-CTLLOTE-OK
008000         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
008010         MOVE "S" TO WS-SW-PASSO-BLOQ
008020         GO TO 9800-VERIFICAR-CADEIA-EXIT
008030     END-IF
008040     MOVE "S" TO WS-SW-CTLLOTE
008050     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
008060     MOVE "CADEIA" TO LT-PROGRAMA
008070     READ CTL-LOTE
008080         INVALID KEY
008090             MOVE SPACES TO LT-STS-PASSO
008100     END-READ
008110     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
008120         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
008130     END-IF
008140     PERFORM 9810-CONFERIR-PRE-REQ
008150         THRU 9810-CONFERIR-PRE-REQ-EXIT
008160         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
008170         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
008180     MOVE "N" TO WS-SW-PASSO-NOVO
008190     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
008200     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
008210     READ CTL-LOTE
008220         INVALID KEY
008230             MOVE "S" TO WS-SW-PASSO-NOVO
008240     END-READ
008250     IF WS-PASSO-NOVO
008260         MOVE ZEROS             TO LT-DADOS-PASSO
008270         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
008280         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
008290     END-IF
008300     ADD 1 TO LT-QTD-EXECUCOES
008310     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
008320     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
008330         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
008340     IF WS-PASSO-BLOQUEADO
008350         MOVE "B" TO LT-STS-PASSO
008360     ELSE
008370         MOVE "I" TO LT-STS-PASSO
008380     END-IF
008390     IF WS-PASSO-NOVO
008400         WRITE LT-REGISTRO
008410     ELSE
008420         REWRITE LT-REGISTRO
008430     END-IF
008440     IF NOT WS-FS-CTLLOTE-OK
008450         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
008460         MOVE "S" TO WS-SW-PASSO-BLOQ
008470     END-IF.
008480 9800-VERIFICAR-CADEIA-EXIT.
008490     EXIT.
008500*-----------------------------------------------------------------
008510 9810-CONFERIR-PRE-REQ.
008520     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
008530     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
008540     READ CTL-LOTE
008550         INVALID KEY
008560             MOVE SPACES TO LT-STS-PASSO
008570     END-READ
008580     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
008590         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
008600             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
008610         MOVE "S" TO WS-SW-PASSO-BLOQ
008620     END-IF.
008630 9810-CONFERIR-PRE-REQ-EXIT.
008640     EXIT.
008650*-----------------------------------------------------------------
008660* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
008670* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO
008680* COM REJEITADOS OU COM COMISSAO NAO GRAVADA EM COM-AGENCIA,
008690* 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO POR PRE-REQUISITO.
008700* O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
008710*-----------------------------------------------------------------
008720 9850-REGISTRAR-PASSO.
008730     EVALUATE TRUE
008740         WHEN WS-PASSO-BLOQUEADO
008750             MOVE 16 TO WS-PASSO-RC
008760         WHEN WS-ERRO-INICIALIZACAO
008770             MOVE 12 TO WS-PASSO-RC
008780         WHEN WS-CNT-REJEITADOS GREATER THAN ZEROS
008781             OR WS-CNT-ERRO-COMAGEN GREATER THAN ZEROS
008790             MOVE 4 TO WS-PASSO-RC
008800         WHEN OTHER
008810             MOVE ZEROS TO WS-PASSO-RC
008820     END-EVALUATE
008830     MOVE WS-PASSO-RC TO RETURN-CODE
008840     IF NOT WS-CTLLOTE-ABERTO
008850         GO TO 9850-REGISTRAR-PASSO-EXIT
008860     END-IF
008870     ACCEPT WS-PASSO-HORA FROM TIME
008880     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
008890     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
008900     READ CTL-LOTE
008910         INVALID KEY
008920             DISPLAY "PASSO " WS-PASSO-PROGRAMA
008930                 " NAO ENCONTRADO NO CTL-LOTE"
008940             CLOSE CTL-LOTE
008950             GO TO 9850-REGISTRAR-PASSO-EXIT
008960     END-READ
008970     EVALUATE WS-PASSO-RC
008980         WHEN 16
008990             MOVE "B" TO LT-STS-PASSO
009000         WHEN 12
009010             MOVE "E" TO LT-STS-PASSO
009020         WHEN OTHER
009030             MOVE "F" TO LT-STS-PASSO
009040     END-EVALUATE
009050     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
009060     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
009070     MOVE WS-CNT-LIDOS TO LT-QTD-LIDOS
009080     MOVE WS-CNT-BAIXADOS TO LT-QTD-GRAVADOS
009090     MOVE WS-CNT-REJEITADOS TO LT-QTD-REJEITADOS
009100     MOVE WS-TOT-RECUPERADO TO LT-VLR-TOTAL
009110     REWRITE LT-REGISTRO
009120     IF NOT WS-FS-CTLLOTE-OK
009130         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
009140     END-IF
009150     CLOSE CTL-LOTE.
009160 9850-REGISTRAR-PASSO-EXIT.
009170     EXIT.
