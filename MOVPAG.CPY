002400*   01/09/2026 CDM   NOVA ORIGEM DE BAIXA "A" PARA OS VALORES
002500*                    RECUPERADOS PELA EMPRESA DE COBRANCA
002600*                    TERCEIRIZADA, BAIXADOS EM LOTE PELO LIQAGE.
002610*   14/10/2026 CDM   NOVA ORIGEM "E" PARA O ESTORNO DE BAIXA DE
002620*                    PARCELA FEITO PELO CADCLI: O MOVIMENTO DE
002630*                    ESTORNO REPETE CPF, CONTRATO, PARCELA E VALOR
002640*                    DO MOVIMENTO ORIGINAL E APONTA PARA ELE PELO
002650*                    NOVO GRUPO WS-REF-ESTORNO (DATA E ORIGEM DA
002660*                    BAIXA ESTORNADA). NOS DEMAIS MOVIMENTOS O
002670*                    GRUPO FICA EM BRANCO; REGISTROS GRAVADOS COM
002680*                    O LAYOUT ANTERIOR SAO LIDOS COM O GRUPO EM
002690*                    BRANCO, SEM NECESSIDADE DE CONVERSAO.
002691*   14/10/2026 CDM   NOVO FLAG WS-FLG-RECUPERACAO: "S" NA BAIXA DE
002692*                    CONTRATO JA BAIXADO PARA PERDAS (CO-STS-REG
002693*                    "P", PELO PDDMES), PARA A RECUPERACAO DE
002694*                    PERDAS SAIR SEPARADA NO RELATORIO DA PDD. O
002695*                    ESTORNO REPETE O FLAG DO MOVIMENTO ORIGINAL.
002696*                    REGISTROS ANTERIORES SAO LIDOS COM O FLAG EM
002697*                    BRANCO (NAO RECUPERACAO).
002698*   14/10/2026 CDM   NOVO CAMPO WS-DT-LANCTO: DATA EM QUE O
002699*                    MOVIMENTO FOI GRAVADO (DATA DO
002701*                    PROCESSAMENTO), USADA PELO INTCTB PARA
002702*                    SEPARAR O MOVIMENTO DO DIA. REGISTROS
002703*                    ANTERIORES SAO LIDOS COM O CAMPO EM BRANCO E
002704*                    O INTCTB USA ENTAO A DATA DO PAGAMENTO.
002705******************************************************************
002800     03  WS-DT-PAGTO              PIC 9(08).
002900     03  WS-CPF                   PIC 9(11).
003000     03  WS-NR-CONTRATO           PIC 9(03).
003400         88  WS-BAIXA-CADCLI      VALUE "C".
003500         88  WS-BAIXA-BANCO       VALUE "B".
003600         88  WS-BAIXA-AGENCIA     VALUE "A".
003700         88  WS-ESTORNO           VALUE "E".
003800     03  WS-REF-ESTORNO.
003900         05  WS-REF-DT-PAGTO      PIC 9(08).
004000         05  WS-REF-ORIGEM        PIC X(01).
004100     03  WS-FLG-RECUPERACAO       PIC X(01).
004200         88  WS-RECUPERACAO       VALUE "S".
004300     03  WS-DT-LANCTO             PIC 9(08).
