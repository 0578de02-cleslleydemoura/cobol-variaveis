003400*                    EXPURGO, USADA PELO EXPMOV): MOVIMENTOS E
003500*                    AUDITORIA COM MAIS DE N ANOS VAO PARA OS
003600*                    ARQUIVOS DE ARQUIVAMENTO.
003610*   14/10/2026 CDM   NOVO TIPO DE REGISTRO "P": PERCENTUAL DE
003620*                    PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) POR
003630*                    FAIXA DE AGING (1 = A VENCER ... 5 = ACIMA
003640*                    DE 90 DIAS, AS MESMAS FAIXAS DO PROGVAR),
003650*                    APLICADO PELO PDDMES SOBRE O SALDO EM ABERTO
003660*                    MAIS MORA DA FAIXA. O REGISTRO GERAL "G"
003670*                    GANHA A QTD DE DIAS DE ATRASO A PARTIR DA
003680*                    QUAL O PDDMES BAIXA O CONTRATO PARA PERDAS
003690*                    (WS-PA-DIAS-BAIXA-PERDA, ZERO = NAO BAIXA).
003700******************************************************************
003800     03  WS-PA-TIPO-REG           PIC X(01).
003900         88  WS-PA-REG-GERAL      VALUE "G".
004000         88  WS-PA-REG-TAXA       VALUE "T".
004100         88  WS-PA-REG-DESC       VALUE "D".
004200         88  WS-PA-REG-DEV        VALUE "R".
004210         88  WS-PA-REG-PDD        VALUE "P".
004300     03  WS-PA-DADOS              PIC X(14).
004400     03  WS-PA-DADOS-GERAL  REDEFINES WS-PA-DADOS.
004500         05  WS-PA-CKPT-INTERVALO PIC 9(03).
004600         05  WS-PA-MAX-CLI-PAGINA PIC 9(03).
004700         05  WS-PA-ANOS-EXPURGO   PIC 9(02).
004710         05  WS-PA-DIAS-BAIXA-PERDA PIC 9(04).
004800         05  FILLER               PIC X(02).
004900     03  WS-PA-DADOS-TAXA  REDEFINES WS-PA-DADOS.
005000         05  WS-PA-DT-VIGENCIA    PIC 9(08).
005100         05  WS-PA-TAXA-MORA      PIC 9V9(04).
005800         05  WS-PA-DEV-TOP-N      PIC 9(03).
005900         05  WS-PA-DEV-VLR-MIN    PIC 9(08)V99.
006000         05  FILLER               PIC X(01).
006100     03  WS-PA-DADOS-PDD  REDEFINES WS-PA-DADOS.
006200         05  WS-PA-PDD-FAIXA      PIC 9(01).
006300         05  WS-PA-PDD-PCT        PIC 9V9(04).
006400         05  FILLER               PIC X(08).
