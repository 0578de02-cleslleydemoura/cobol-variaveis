000080* PURPOSE:     BAIXA AUTOMATICA DOS PAGAMENTOS INFORMADOS NO
000090*              ARQUIVO DE RETORNO BANCARIO (RET-BANCARIO).
000100*              LOCALIZA O CLIENTE EM CLIENTES-MASTER PELA CHAVE
000110*              PRIMARIA CM-CPF, O CONTRATO EM CONTRATOS-MASTER
000120*              (CPF + NR CONTRATO) E DA BAIXA NA PARCELA PELA
000130*              MESMA REGRA DA OPCAO PAGAR DO CADCLI, INCLUSIVE
000140*              A VIRADA DE CO-STS-DIVIDA PARA "S" NA QUITACAO.
000760*                    LEITURA DO CTRL-RETORNO, SEM TABELA (E SEM
000770*                    LIMITE DE LOTES CONTROLADOS). NOVA CRITICA
000780*                    DE VALOR PAGO NAO NUMERICO ANTES DA BAIXA.
000781*   14/10/2026 CDM   O MOVIMENTO GRAVADO PASSA A SER LIMPO ANTES
000782*                    DE PREENCHIDO (GRUPO WS-REF-ESTORNO DO MOVPAG
000783*                    EM BRANCO) E OS MOVIMENTOS DE ESTORNO DO
000784*                    CADCLI (ORIGEM "E") FICAM FORA DA CONFERENCIA
000785*                    DE DUPLICIDADE.
000786*   14/10/2026 CDM   BAIXA DE CONTRATO JA BAIXADO PARA PERDAS
000787*                    (CO-REG-PERDA) SAI NO MOV-PAGAMENTOS COM
000788*                    MV-FLG-RECUPERACAO = "S", PARA O PDDMES
000789*                    REPORTAR A RECUPERACAO DE PERDAS.
000790*   14/10/2026 CDM   O MOVIMENTO GRAVADO LEVA A DATA DE PROCESSO
000791*                    EM MV-DT-LANCTO, PARA A INTERFACE CONTABIL
000792*                    (INTCTB).
000793*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: REGISTRA NO
000794*                    CTL-LOTE (COPYBOOK LOTREG) INICIO, FIM,
000795*                    CODIGO DE RETORNO (4 COM REJEITADOS) E
000796*                    CONTADORES DO PASSO.
000797*   14/10/2026 CDM   O DETALHE DO RETORNO PASSA A TRAZER O NOSSO
000798*                    NUMERO DO BOLETO (REG-BOLETOS, COPYBOOK
000799*                    BOLREG, GRAVADO PELO GERREM). QUANDO
000800*                    PRESENTE, O CPF E O CONTRATO DA BAIXA SAO OS
000801*                    DO BOLETO E O BOLETO FICA PAGO NO
000802*                    REG-BOLETOS. NOVAS CRITICAS: NOSSO NUMERO NAO
000803*                    NUMERICO, INEXISTENTE E BOLETO JA PAGO.
000804*   14/10/2026 CDM   CTRL-RETORNO PASSA AO LAYOUT RETREG: GRAVA
000805*                    TAMBEM A DATA DE CREDITO (GERACAO DO HEADER)
000806*                    E A QUANTIDADE E O VALOR DOS DETALHES DO
000807*                    RETORNO, CONCILIADOS PELO CONCRET CONTRA O
000808*                    EXTRATO DA CONTA COBRANCA.
000809*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000810*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000811*                    COMUM): A LEITURA DO CLIENTE PELO CPF
000812*                    DEIXA DE USAR CHAVE ALTERNATIVA.
000813******************************************************************
000814 IDENTIFICATION DIVISION.
000815 PROGRAM-ID. LIQPAG.
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000880     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS CM-CPF
000930         FILE STATUS IS WS-FS-CLIMEST.
000940     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000950         ORGANIZATION IS INDEXED
001130     SELECT BUR-EXCLUSAO ASSIGN TO BUREXCL
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-FS-BUREXCL.
001151     SELECT CTL-LOTE ASSIGN TO CTLLOTE
001152         ORGANIZATION IS INDEXED
001153         ACCESS MODE IS DYNAMIC
001154         RECORD KEY IS LT-CHAVE-PASSO
001155         FILE STATUS IS WS-FS-CTLLOTE.
001156     SELECT REG-BOLETOS ASSIGN TO REGBOL
001157         ORGANIZATION IS INDEXED
001158         ACCESS MODE IS DYNAMIC
001159         RECORD KEY IS BL-NOSSO-NUMERO
001160         ALTERNATE RECORD KEY IS BL-CHAVE-CONTRATO
001161             WITH DUPLICATES
001162         FILE STATUS IS WS-FS-REGBOL.
001163 DATA DIVISION.
001170 FILE SECTION.
001180 FD  RET-BANCARIO
001190     LABEL RECORDS ARE STANDARD.
001210     05  RB-TIPO-REG              PIC X(01).
001220         88  RB-REG-HEADER        VALUE "H".
001230         88  RB-REG-DETALHE       VALUE "D".
001240     05  RB-DADOS                 PIC X(39).
001250     05  RB-DADOS-HEADER  REDEFINES RB-DADOS.
001260         10  RB-H-DT-GERACAO      PIC 9(08).
001270         10  RB-H-NR-RETORNO      PIC 9(05).
001280         10  FILLER               PIC X(26).
001290     05  RB-DADOS-DET  REDEFINES RB-DADOS.
001300         10  RB-DT-PAGTO          PIC 9(08).
001310         10  RB-CPF               PIC X(11).
001320         10  RB-NR-CONTRATO       PIC X(03).
001330         10  RB-VLR-PAGO          PIC 9(05)V99.
001335         10  RB-NOSSO-NUMERO      PIC X(10).
001340 FD  CLIENTES-MASTER
001350     LABEL RECORDS ARE STANDARD.
001360 01  CM-REGISTRO.
001540 FD  CTRL-RETORNO
001550     LABEL RECORDS ARE STANDARD.
001560 01  CT-REGISTRO.
001570     COPY RETREG REPLACING LEADING ==WS-CR-== BY ==CT-==.
001590 FD  BUR-EXCLUSAO
001600     LABEL RECORDS ARE STANDARD.
001610 01  NG-REGISTRO.
001620     COPY NEGREG REPLACING LEADING ==WS-NG-== BY ==NG-==.
001621 FD  CTL-LOTE
001622     LABEL RECORDS ARE STANDARD.
001623 01  LT-REGISTRO.
001624     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
001625 FD  REG-BOLETOS
001626     LABEL RECORDS ARE STANDARD.
001627 01  BL-REGISTRO.
001628     COPY BOLREG REPLACING LEADING ==WS-BL-== BY ==BL-==.
001630 WORKING-STORAGE SECTION.
001631 01  WS-FS-CTLLOTE                PIC X(02).
001632     88  WS-FS-CTLLOTE-OK         VALUE "00".
001640 01  WS-FS-RETBCO                 PIC X(02).
001650     88  WS-FS-RETBCO-OK          VALUE "00".
001660 01  WS-FS-CLIMEST                PIC X(02).
001780     88  WS-FS-CTRLRET-SUCESSO    VALUE "00" THRU "09".
001790 01  WS-FS-BUREXCL                PIC X(02).
001800     88  WS-FS-BUREXCL-OK         VALUE "00".
001801 01  WS-FS-REGBOL                 PIC X(02).
001802     88  WS-FS-REGBOL-OK          VALUE "00".
001810 01  WS-SWITCHES.
001820     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
001830         88  WS-FIM-ARQ           VALUE "S".
001950         88  WS-FIM-MOVPAG        VALUE "S".
001960     05  WS-SW-GERAR-EXCLUSAO     PIC X(01)  VALUE "N".
001970         88  WS-GERAR-EXCLUSAO    VALUE "S".
001971     05  WS-SW-COM-BOLETO         PIC X(01)  VALUE "N".
001972         88  WS-COM-BOLETO        VALUE "S".
001980 01  WS-CONTADORES.
001990     05  WS-CNT-LIDOS             PIC 9(05)  VALUE ZEROS COMP.
002000     05  WS-CNT-BAIXADOS          PIC 9(05)  VALUE ZEROS COMP.
002140* CTRL-RETORNO, E CONFERENCIA DE DUPLICIDADE NO MOV-PAGAMENTOS.
002150*-----------------------------------------------------------------
002160 77  WS-NR-RETORNO                PIC 9(05)  VALUE ZEROS.
002161 77  WS-DT-CREDITO-RET            PIC 9(08)  VALUE ZEROS.
002162 77  WS-QTD-DET-RETORNO           PIC 9(07)  VALUE ZEROS.
002163 77  WS-VLR-DET-RETORNO           PIC 9(10)V99 VALUE ZEROS.
002170 77  WS-MAX-CRI-PAGINA            PIC 9(03) VALUE 040 COMP.
002180 77  WS-CNT-CRI-PAGINA            PIC 9(03) VALUE ZEROS COMP.
002190 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
002630     05  FILLER                   PIC X(15)
002640         VALUE "  EM TRANSITO: ".
002650     05  WS-RES-TRANSITO          PIC ZZ,ZZ9.
002651*-----------------------------------------------------------------
002652* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
002653* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
002654* PROCESSAMENTO PARA ESTE PODER COMECAR
002655*-----------------------------------------------------------------
002656 01  WS-CTL-PASSO.
002657     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "LIQPAG".
002658     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
002659     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
002660     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
002661         10  WS-PASSO-HHMMSS      PIC 9(06).
002662         10  FILLER               PIC 9(02).
002663     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
002664     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
002665         88  WS-PASSO-BLOQUEADO   VALUE "S".
002666     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
002667         88  WS-PASSO-NOVO        VALUE "S".
002668     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
002669         88  WS-CTLLOTE-ABERTO    VALUE "S".
002670 01  WS-TAB-PRE-REQ-V.
002671     05  FILLER                   PIC X(08)  VALUE SPACES.
002672 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
002673     05  WS-PRE-REQ               PIC X(08)  OCCURS 1 TIMES.
002674 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 00 COMP.
002675 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
002676 PROCEDURE DIVISION.
002677 0000-MAINLINE.
002680     PERFORM 1000-INICIALIZAR
002690         THRU 1000-INICIALIZAR-EXIT
002700     IF NOT WS-ERRO-INICIALIZACAO
002740         PERFORM 3000-FINALIZAR
002750             THRU 3000-FINALIZAR-EXIT
002760     END-IF
002761     PERFORM 9850-REGISTRAR-PASSO
002762         THRU 9850-REGISTRAR-PASSO-EXIT
002770     GOBACK.
002780*-----------------------------------------------------------------
002790 1000-INICIALIZAR.
002791     PERFORM 9800-VERIFICAR-CADEIA
002792         THRU 9800-VERIFICAR-CADEIA-EXIT
002793     IF WS-PASSO-BLOQUEADO
002794         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
002795             WS-PASSO-DT-PROC
002796         MOVE "S" TO WS-SW-ERRO-INIC
002797         GO TO 1000-INICIALIZAR-EXIT
002798     END-IF
002800     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002810     OPEN INPUT RET-BANCARIO
002820     IF NOT WS-FS-RETBCO-OK
003420         CLOSE BUR-EXCLUSAO
003430         OPEN EXTEND BUR-EXCLUSAO
003440     END-IF
003441     OPEN I-O REG-BOLETOS
003442     IF NOT WS-FS-REGBOL-OK
003443         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO REG-BOLETOS"
003444         CLOSE REG-BOLETOS
003445         OPEN OUTPUT REG-BOLETOS
003446         CLOSE REG-BOLETOS
003447         OPEN I-O REG-BOLETOS
003448     END-IF
003450
003460     MOVE WS-DATA-HOJE TO WS-CAB-DATA
003470     PERFORM 7000-IMPRIMIR-CABECALHO
003710         GO TO 1300-CONFERIR-HEADER-EXIT
003720     END-IF
003730     MOVE RB-H-NR-RETORNO TO WS-NR-RETORNO
003731     IF RB-H-DT-GERACAO NUMERIC
003732         MOVE RB-H-DT-GERACAO TO WS-DT-CREDITO-RET
003733     ELSE
003734         MOVE WS-DATA-HOJE TO WS-DT-CREDITO-RET
003735     END-IF
003740
003750     PERFORM 1350-CONFERIR-CTRL-RETORNO
003760         THRU 1350-CONFERIR-CTRL-RETORNO-EXIT
004270         THRU 1360-LER-CTRL-RETORNO-EXIT.
004280 1370-COMPARAR-NR-RETORNO-EXIT.
004290     EXIT.
004321*-----------------------------------------------------------------
004322 2000-PROCESSAR-RETORNO.
004323     ADD 1 TO WS-CNT-LIDOS
004330
004340     IF NOT RB-REG-DETALHE
004350         MOVE "TIPO DE REGISTRO INVALIDO NO RETORNO"
004380             THRU 7500-GRAVAR-CRITICA-EXIT
004390         GO TO 2000-PROCESSAR-LER
004400     END-IF
004401
004402*    TOTAIS DO RETORNO PARA A CONCILIACAO COM O EXTRATO: O BANCO
004403*    CREDITA TODOS OS DETALHES, INCLUSIVE OS REJEITADOS AQUI.
004404     ADD 1 TO WS-QTD-DET-RETORNO
004405     IF RB-VLR-PAGO NUMERIC
004406         ADD RB-VLR-PAGO TO WS-VLR-DET-RETORNO
004407     END-IF
004410
004411     MOVE "N"    TO WS-SW-COM-BOLETO
004412     MOVE SPACES TO WS-CRI-MOTIVO
004413     IF RB-NOSSO-NUMERO NOT EQUAL SPACES
004414         AND RB-NOSSO-NUMERO NOT EQUAL ZEROS
004415         PERFORM 2100-LOCALIZAR-BOLETO
004416             THRU 2100-LOCALIZAR-BOLETO-EXIT
004417         IF WS-CRI-MOTIVO NOT EQUAL SPACES
004418             PERFORM 7500-GRAVAR-CRITICA
004419                 THRU 7500-GRAVAR-CRITICA-EXIT
004420             GO TO 2000-PROCESSAR-LER
004421         END-IF
004422     END-IF
004423
004424     IF RB-CPF NOT NUMERIC
004430         MOVE "CPF NAO NUMERICO" TO WS-CRI-MOTIVO
004440         PERFORM 7500-GRAVAR-CRITICA
004450             THRU 7500-GRAVAR-CRITICA-EXIT
004480
004490     MOVE RB-CPF TO CM-CPF
004500     READ CLIENTES-MASTER
004520         INVALID KEY
004530             MOVE "CPF INEXISTENTE NA CARTEIRA" TO WS-CRI-MOTIVO
004540             PERFORM 7500-GRAVAR-CRITICA
005170     END-IF.
005180 2000-PROCESSAR-RETORNO-EXIT.
005190     EXIT.
005191*-----------------------------------------------------------------
005192 2100-LOCALIZAR-BOLETO.
005193*    DETALHE COM NOSSO NUMERO: O BOLETO REGISTRADO PELO GERREM
005194*    DEFINE O CPF E O CONTRATO DA BAIXA. BOLETO JA CANCELADO (OU
005195*    EXPIRADO) QUE O CLIENTE PAGOU ASSIM MESMO E BAIXADO, COM
005196*    AVISO; O QUE JA CONSTA COMO PAGO E CRITICADO.
005197     IF RB-NOSSO-NUMERO NOT NUMERIC
005198         MOVE "NOSSO NUMERO NAO NUMERICO" TO WS-CRI-MOTIVO
005199         GO TO 2100-LOCALIZAR-BOLETO-EXIT
005200     END-IF
005201     MOVE RB-NOSSO-NUMERO TO BL-NOSSO-NUMERO
005202     READ REG-BOLETOS
005203         INVALID KEY
005204             MOVE "NOSSO NUMERO INEXISTENTE NO REG-BOLETOS"
005205                 TO WS-CRI-MOTIVO
005206             GO TO 2100-LOCALIZAR-BOLETO-EXIT
005207     END-READ
005208     IF BL-PAGO
005209         MOVE "BOLETO JA PAGO" TO WS-CRI-MOTIVO
005210         GO TO 2100-LOCALIZAR-BOLETO-EXIT
005211     END-IF
005212     IF BL-CANCELADO OR BL-EXPIRADO
005213         DISPLAY "BOLETO " BL-STS-BOLETO " PAGO NO BANCO, NOSSO "
005214             "NUMERO: " BL-NOSSO-NUMERO " CPF: " BL-CPF
005215     END-IF
005216     MOVE "S"            TO WS-SW-COM-BOLETO
005217     MOVE BL-CPF         TO RB-CPF
005218     MOVE BL-NR-CONTRATO TO RB-NR-CONTRATO.
005219 2100-LOCALIZAR-BOLETO-EXIT.
005220     EXIT.
005221*-----------------------------------------------------------------
005222 2550-VERIFICAR-DUPLICIDADE.
005223*    CONFERE NO MOV-PAGAMENTOS SE JA EXISTE MOVIMENTO COM A
005230*    MESMA DATA DE PAGAMENTO, CPF E CONTRATO, PARA NAO BAIXAR
005240*    DE NOVO UMA BAIXA QUE JA ENTROU POR UM LOTE ANTERIOR.
005250*    O NR DA PARCELA FICA FORA DA COMPARACAO DE PROPOSITO:
005620     IF MV-DT-PAGTO EQUAL RB-DT-PAGTO
005630         AND MV-CPF EQUAL CO-CPF
005640         AND MV-NR-CONTRATO EQUAL CO-NR-CONTRATO
005645         AND NOT MV-ESTORNO
005650         MOVE "S" TO WS-SW-MOV-DUPLICADO
005660         MOVE "S" TO WS-SW-FIM-MOVPAG
005670         GO TO 2570-COMPARAR-MOVIMENTO-EXIT
005910         ADD 1 TO WS-CNT-TRANSITO
005920         PERFORM 7400-GRAVAR-TRANSITO
005930             THRU 7400-GRAVAR-TRANSITO-EXIT
005935         PERFORM 2700-BAIXAR-BOLETO THRU 2700-BAIXAR-BOLETO-EXIT
005940         GO TO 2600-APLICAR-PAGAMENTO-EXIT
005950     END-IF
005960
006060     REWRITE CO-REGISTRO
006070     IF WS-FS-CONT-OK
006080         ADD 1 TO WS-CNT-BAIXADOS
006085         PERFORM 2700-BAIXAR-BOLETO THRU 2700-BAIXAR-BOLETO-EXIT
006090         COMPUTE WS-MOV-PARCELA = WS-PARC-PAG-ANTES + 1
006100         PERFORM 7700-GRAVAR-MOVIMENTO
006110             THRU 7700-GRAVAR-MOVIMENTO-EXIT
006310     ADD 1 TO WS-QTD-BAIXAS-REG.
006320 2650-BAIXAR-PARCELA-EXIT.
006330     EXIT.
006331*-----------------------------------------------------------------
006332 2700-BAIXAR-BOLETO.
006333*    PAGAMENTO IDENTIFICADO PELO NOSSO NUMERO: O BOLETO FICA PAGO
006334*    NO REG-BOLETOS, COM A DATA, O VALOR E O NUMERO DO RETORNO.
006335     IF NOT WS-COM-BOLETO
006336         GO TO 2700-BAIXAR-BOLETO-EXIT
006337     END-IF
006338     MOVE "P"           TO BL-STS-BOLETO
006339     MOVE RB-DT-PAGTO   TO BL-DT-PAGTO
006340     MOVE RB-VLR-PAGO   TO BL-VLR-PAGO
006341     MOVE WS-NR-RETORNO TO BL-NR-RETORNO
006342     REWRITE BL-REGISTRO
006343     IF NOT WS-FS-REGBOL-OK
006344         DISPLAY "ERRO AO GRAVAR REG-BOLETOS: " WS-FS-REGBOL
006345             " NOSSO NUMERO: " BL-NOSSO-NUMERO
006346     END-IF.
006347 2700-BAIXAR-BOLETO-EXIT.
006348     EXIT.
006349*-----------------------------------------------------------------
006350 3000-FINALIZAR.
006360     MOVE WS-CNT-LIDOS      TO WS-RES-LIDOS
006370     MOVE WS-CNT-BAIXADOS   TO WS-RES-BAIXADOS
006540     CLOSE REL-CRITICAS
006550     CLOSE MOV-PAGAMENTOS
006560     CLOSE VAL-TRANSITO
006565     CLOSE REG-BOLETOS
006570     CLOSE BUR-EXCLUSAO.
006580 3000-FINALIZAR-EXIT.
006590     EXIT.
007280*    UM MOVIMENTO POR PARCELA BAIXADA, PELO VALOR DA PARCELA; A
007290*    SOBRA DO PAGAMENTO A MAIOR FICA NA CONTA DE VALORES EM
007300*    TRANSITO, FORA DO MOV-PAGAMENTOS.
007305     MOVE SPACES         TO MV-REGISTRO
007310     MOVE RB-DT-PAGTO    TO MV-DT-PAGTO
007315     MOVE WS-DATA-HOJE   TO MV-DT-LANCTO
007320     MOVE CO-CPF         TO MV-CPF
007330     MOVE CO-NR-CONTRATO TO MV-NR-CONTRATO
007340     MOVE WS-MOV-PARCELA TO MV-NR-PARCELA
007350     MOVE CO-VLR-PARC    TO MV-VLR-PAGO
007360     MOVE "B"            TO MV-ORIGEM-BAIXA
007363     IF CO-REG-PERDA
007364         MOVE "S"        TO MV-FLG-RECUPERACAO
007365     END-IF
007370     WRITE MV-REGISTRO
007380     IF NOT WS-FS-MOVPAG-OK
007390         DISPLAY "ERRO AO GRAVAR MOVIMENTO DE PAGAMENTO: "
007450*-----------------------------------------------------------------
007460 7900-REGISTRAR-RETORNO.
007470*    GRAVA O NUMERO DO RETORNO PROCESSADO NO CTRL-RETORNO, PARA
007480*    UM PROXIMO LOTE COM O MESMO ARQUIVO SER RECUSADO, COM A
007481*    DATA DE CREDITO E OS TOTAIS DOS DETALHES, PENDENTE DE
007482*    CONCILIACAO COM O EXTRATO (CONCRET).
007490     OPEN EXTEND CTRL-RETORNO
007500     IF NOT WS-FS-CTRLRET-OK
007510         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTRL-RETORNO"
007560     END-IF
007570     MOVE WS-NR-RETORNO TO CT-NR-RETORNO
007580     MOVE WS-DATA-HOJE  TO CT-DT-PROCESSAMENTO
007581     MOVE WS-DT-CREDITO-RET  TO CT-DT-CREDITO
007582     MOVE WS-QTD-DET-RETORNO TO CT-QTD-DETALHES
007583     MOVE WS-VLR-DET-RETORNO TO CT-VLR-DETALHES
007584     MOVE SPACE TO CT-STS-CONCILIACAO
007585     MOVE ZEROS TO CT-DT-CONCILIACAO
007586     MOVE ZEROS TO CT-VLR-CREDITO
007587     MOVE ZEROS TO CT-VLR-TARIFA
007590     WRITE CT-REGISTRO
007600     IF NOT WS-FS-CTRLRET-OK
007610         DISPLAY "ERRO AO GRAVAR CTRL-RETORNO: " WS-FS-CTRLRET
007880     END-READ.
007890 8000-LER-RETORNO-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------------
007920* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
007930* INICIO DO PASSO NA DATA DE PROCESSAMENTO: A DATA DA CADEIA
007940* ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA. ESTE
007950* PASSO ABRE A CADEIA E NAO TEM PRE-REQUISITOS.
007960*-----------------------------------------------------------------
007970 9800-VERIFICAR-CADEIA.
007980     MOVE "N" TO WS-SW-PASSO-BLOQ
007990     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
008000     ACCEPT WS-PASSO-HORA FROM TIME
008010     OPEN I-O CTL-LOTE
008020     IF NOT WS-FS-CTLLOTE-OK
008030         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
008040         CLOSE CTL-LOTE
008050         OPEN OUTPUT CTL-LOTE
008060         CLOSE CTL-LOTE
008070         OPEN I-O CTL-LOTE
008080     END-IF
008090     IF NOT WS-FS-CTLLOTE-OK
008100         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
008110         MOVE "S" TO WS-SW-PASSO-BLOQ
008120         GO TO 9800-VERIFICAR-CADEIA-EXIT
008130     END-IF
008140     MOVE "S" TO WS-SW-CTLLOTE
008150     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
008160     MOVE "CADEIA" TO LT-PROGRAMA
008170     READ CTL-LOTE
008180         INVALID KEY
008190             MOVE SPACES TO LT-STS-PASSO
008200     END-READ
008210     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
008220         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
008230     END-IF
008240     PERFORM 9810-CONFERIR-PRE-REQ
008250         THRU 9810-CONFERIR-PRE-REQ-EXIT
008260         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
008270         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
008280     MOVE "N" TO WS-SW-PASSO-NOVO
008290     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
008300     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
008310     READ CTL-LOTE
008320         INVALID KEY
008330             MOVE "S" TO WS-SW-PASSO-NOVO
008340     END-READ
008350     IF WS-PASSO-NOVO
008360         MOVE ZEROS             TO LT-DADOS-PASSO
008370         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
008380         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
008390     END-IF
008400     ADD 1 TO LT-QTD-EXECUCOES
008410     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
008420     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
008430         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
008440     IF WS-PASSO-BLOQUEADO
008450         MOVE "B" TO LT-STS-PASSO
008460     ELSE
008470         MOVE "I" TO LT-STS-PASSO
008480     END-IF
008490     IF WS-PASSO-NOVO
008500         WRITE LT-REGISTRO
008510     ELSE
008520         REWRITE LT-REGISTRO
008530     END-IF
008540     IF NOT WS-FS-CTLLOTE-OK
008550         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
008560         MOVE "S" TO WS-SW-PASSO-BLOQ
008570     END-IF.
008580 9800-VERIFICAR-CADEIA-EXIT.
008590     EXIT.
008600*-----------------------------------------------------------------
008610 9810-CONFERIR-PRE-REQ.
008620     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
008630     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
008640     READ CTL-LOTE
008650         INVALID KEY
008660             MOVE SPACES TO LT-STS-PASSO
008670     END-READ
008680     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
008690         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
008700             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
008710         MOVE "S" TO WS-SW-PASSO-BLOQ
008720     END-IF.
008730 9810-CONFERIR-PRE-REQ-EXIT.
008740     EXIT.
008750*-----------------------------------------------------------------
008760* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
008770* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO COM
008780* REJEITADOS, 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO POR
008790* PRE-REQUISITO. O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
008810*-----------------------------------------------------------------
008820 9850-REGISTRAR-PASSO.
008830     EVALUATE TRUE
008840         WHEN WS-PASSO-BLOQUEADO
008850             MOVE 16 TO WS-PASSO-RC
008860         WHEN WS-ERRO-INICIALIZACAO
008870             MOVE 12 TO WS-PASSO-RC
008880         WHEN WS-CNT-REJEITADOS GREATER THAN ZEROS
008890             MOVE 4 TO WS-PASSO-RC
008900         WHEN OTHER
008910             MOVE ZEROS TO WS-PASSO-RC
008920     END-EVALUATE
008930     MOVE WS-PASSO-RC TO RETURN-CODE
008940     IF NOT WS-CTLLOTE-ABERTO
008950         GO TO 9850-REGISTRAR-PASSO-EXIT
008960     END-IF
008970     ACCEPT WS-PASSO-HORA FROM TIME
008980     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
008990     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
009000     READ CTL-LOTE
009010         INVALID KEY
009020             DISPLAY "PASSO " WS-PASSO-PROGRAMA
009030                 " NAO ENCONTRADO NO CTL-LOTE"
009040             CLOSE CTL-LOTE
009050             GO TO 9850-REGISTRAR-PASSO-EXIT
009060     END-READ
009070     EVALUATE WS-PASSO-RC
009080         WHEN 16
009090             MOVE "B" TO LT-STS-PASSO
009100         WHEN 12
009110             MOVE "E" TO LT-STS-PASSO
009120         WHEN OTHER
009130             MOVE "F" TO LT-STS-PASSO
009140     END-EVALUATE
009150     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
009160     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
009170     MOVE WS-CNT-LIDOS TO LT-QTD-LIDOS
009180     MOVE WS-CNT-BAIXADOS TO LT-QTD-GRAVADOS
009190     MOVE WS-CNT-REJEITADOS TO LT-QTD-REJEITADOS
009200     REWRITE LT-REGISTRO
009210     IF NOT WS-FS-CTLLOTE-OK
009220         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
009230     END-IF
009240     CLOSE CTL-LOTE.
009250 9850-REGISTRAR-PASSO-EXIT.
009260     EXIT.
