000100******************************************************************
000200* COPYBOOK:    HCTREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO REGISTRO DO HISTORICO DE CONTATOS DE
000800*              COBRANCA (ARQUIVO HIST-CONTATOS), UM REGISTRO POR
000900*              LIGACAO FEITA AO CLIENTE, GRAVADO PELA OPCAO C DO
001000*              CADCLI. A CHAVE DO ARQUIVO E CPF + NUMERO DO
001100*              CONTRATO + DATA E HORA DO CONTATO, DE MODO QUE OS
001200*              CONTATOS DE UM CONTRATO FICAM JUNTOS, EM ORDEM
001300*              CRONOLOGICA. O GRUPO WS-HT-PROMESSA GUARDA A
001400*              PROMESSA DE PAGAMENTO FEITA NO CONTATO (SE HOUVE),
001500*              APURADA TODA NOITE PELO PRMCOB CONTRA O
001600*              MOV-PAGAMENTOS: ABERTA, CUMPRIDA OU QUEBRADA.
001700*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
001800*              PREFIXO, VIA REPLACING) E EXECUTA "COPY HCTREG."
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*   DATE       INIT  DESCRIPTION
002200*   14/10/2026 CDM   COPYBOOK ORIGINAL.
002300******************************************************************
002400     03  WS-HT-CHAVE-CONTATO.
002500         05  WS-HT-CPF            PIC 9(11).
002600         05  WS-HT-NR-CONTRATO    PIC 9(03).
002700         05  WS-HT-DT-CONTATO     PIC 9(08).
002800         05  WS-HT-HORA-CONTATO   PIC 9(06).
002900     03  WS-HT-OPERADOR           PIC X(05).
003000     03  WS-HT-RESULTADO          PIC X(01).
003100         88  WS-HT-ATENDEU        VALUE "A".
003200         88  WS-HT-NAO-ATENDEU    VALUE "N".
003300         88  WS-HT-RECADO         VALUE "R".
003400         88  WS-HT-FONE-ERRADO    VALUE "F".
003500         88  WS-HT-RECUSOU        VALUE "X".
003600         88  WS-HT-RESULT-VALIDO  VALUE "A" "N" "R" "F" "X".
003700     03  WS-HT-PROMESSA.
003800         05  WS-HT-FLG-PROMESSA   PIC X(01).
003900             88  WS-HT-COM-PROMESSA VALUE "S".
004000         05  WS-HT-VLR-PROMESSA   PIC 9(07)V99.
004100         05  WS-HT-DT-PROMESSA    PIC 9(08).
004200         05  WS-HT-STS-PROMESSA   PIC X(01).
004300             88  WS-HT-PROM-ABERTA   VALUE "A".
004400             88  WS-HT-PROM-CUMPRIDA VALUE "C".
004500             88  WS-HT-PROM-QUEBRADA VALUE "Q".
004600         05  WS-HT-VLR-PAGO-PROM  PIC 9(07)V99.
004700         05  WS-HT-DT-APURACAO    PIC 9(08).
