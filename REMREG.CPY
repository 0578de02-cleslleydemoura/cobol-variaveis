002100* MODIFICATION HISTORY
002200*   DATE       INIT  DESCRIPTION
002300*   01/09/2026 CDM   COPYBOOK ORIGINAL.
002310*   14/10/2026 CDM   REGISTRO DE BOLETOS (REG-BOLETOS, COPYBOOK
002320*                    BOLREG): O DETALHE PASSA A LEVAR O NOSSO
002330*                    NUMERO DO BOLETO (WS-RM-DADOS DE 32 PARA 42
002340*                    BYTES) E HA UM NOVO TIPO "C", INSTRUCAO DE
002350*                    BAIXA (CANCELAMENTO) DE BOLETO JA REGISTRADO
002360*                    NO BANCO, COM O MOTIVO. O TRAILER PASSA A
002370*                    LEVAR A QTD DE INSTRUCOES DE BAIXA.
002400******************************************************************
002500     03  WS-RM-TIPO-REG           PIC X(01).
002600         88  WS-RM-REG-HEADER     VALUE "H".
002700         88  WS-RM-REG-DETALHE    VALUE "D".
002750         88  WS-RM-REG-CANCELAMENTO VALUE "C".
002800         88  WS-RM-REG-TRAILER    VALUE "T".
002900     03  WS-RM-DADOS              PIC X(42).
003000     03  WS-RM-DADOS-HEADER  REDEFINES WS-RM-DADOS.
003100         05  WS-RM-H-NR-REMESSA   PIC 9(05).
003200         05  WS-RM-H-DT-GERACAO   PIC 9(08).
003300         05  FILLER               PIC X(29).
003400     03  WS-RM-DADOS-DET  REDEFINES WS-RM-DADOS.
003500         05  WS-RM-CPF            PIC 9(11).
003600         05  WS-RM-NR-CONTRATO    PIC 9(03).
003700         05  WS-RM-NR-PARCELA     PIC 9(03).
003800         05  WS-RM-VLR-PARC       PIC 9(05)V99.
003900         05  WS-RM-DT-VENCTO      PIC 9(08).
003950         05  WS-RM-NOSSO-NUMERO   PIC 9(10).
003960     03  WS-RM-DADOS-CANC  REDEFINES WS-RM-DADOS.
003970         05  WS-RM-C-NOSSO-NUMERO PIC 9(10).
003980         05  WS-RM-C-CPF          PIC 9(11).
003985         05  WS-RM-C-NR-CONTRATO  PIC 9(03).
003990         05  WS-RM-C-NR-PARCELA   PIC 9(03).
003995         05  WS-RM-C-MOTIVO       PIC X(01).
003998         05  FILLER               PIC X(14).
004000     03  WS-RM-DADOS-TRAILER  REDEFINES WS-RM-DADOS.
004100         05  WS-RM-T-NR-REMESSA   PIC 9(05).
004200         05  WS-RM-T-QTD-BOLETOS  PIC 9(05).
004300         05  WS-RM-T-VLR-TOTAL    PIC 9(10)V99.
004350         05  WS-RM-T-QTD-CANCELAMENTOS PIC 9(05).
004400         05  FILLER               PIC X(15).
