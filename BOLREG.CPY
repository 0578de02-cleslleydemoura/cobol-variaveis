000100******************************************************************
000200* COPYBOOK:    BOLREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO REGISTRO DE BOLETOS EMITIDOS (ARQUIVO
000800*              REG-BOLETOS), UM REGISTRO POR BOLETO ENVIADO AO
000900*              BANCO NA REM-BANCARIA PELO GERREM. A CHAVE E O
001000*              NOSSO NUMERO (NUMERO DA REMESSA + SEQUENCIA DO
001100*              BOLETO NA REMESSA, UNICO POR CONSTRUCAO); A CHAVE
001200*              ALTERNATIVA, COM DUPLICATAS, E CPF + CONTRATO.
001300*              SITUACAO DO BOLETO:
001400*              - REGISTRADO: ENVIADO E EM ABERTO NO BANCO;
001500*              - PAGO: BAIXADO PELO LIQPAG PELO NOSSO NUMERO QUE
001600*                VOLTA NO RET-BANCARIO;
001700*              - EXPIRADO: PRAZO DE PAGAMENTO VENCIDO SEM
001800*                PAGAMENTO, MARCADO PELO RELBOL;
001900*              - CANCELADO: INSTRUCAO DE BAIXA ENVIADA PELO
002000*                GERREM (CONTRATO RENEGOCIADO, PARCELA PAGA POR
002100*                OUTRO MEIO, CONTRATO BAIXADO PARA PERDAS ETC.).
002200*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
002300*              PREFIXO, VIA REPLACING) E EXECUTA "COPY BOLREG."
002400*-----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*   DATE       INIT  DESCRIPTION
002700*   14/10/2026 CDM   COPYBOOK ORIGINAL.
002800******************************************************************
002900     03  WS-BL-NOSSO-NUMERO       PIC 9(10).
003000     03  WS-BL-NOSSO-NUMERO-R  REDEFINES WS-BL-NOSSO-NUMERO.
003100         05  WS-BL-NN-REMESSA     PIC 9(05).
003200         05  WS-BL-NN-SEQUENCIA   PIC 9(05).
003300     03  WS-BL-CHAVE-CONTRATO.
003400         05  WS-BL-CPF            PIC 9(11).
003500         05  WS-BL-NR-CONTRATO    PIC 9(03).
003600     03  WS-BL-NR-PARCELA         PIC 9(03).
003700     03  WS-BL-VLR-PARC           PIC 9(05)V99.
003800     03  WS-BL-DT-VENCTO          PIC 9(08).
003900     03  WS-BL-NR-REMESSA         PIC 9(05).
004000     03  WS-BL-DT-EMISSAO         PIC 9(08).
004100     03  WS-BL-STS-BOLETO         PIC X(01).
004200         88  WS-BL-REGISTRADO     VALUE "R".
004300         88  WS-BL-PAGO           VALUE "P".
004400         88  WS-BL-EXPIRADO       VALUE "V".
004500         88  WS-BL-CANCELADO      VALUE "C".
004600     03  WS-BL-PAGAMENTO.
004700         05  WS-BL-DT-PAGTO       PIC 9(08).
004800         05  WS-BL-VLR-PAGO       PIC 9(05)V99.
004900         05  WS-BL-NR-RETORNO     PIC 9(05).
005000     03  WS-BL-CANCELAMENTO.
005100         05  WS-BL-DT-CANCELAMENTO PIC 9(08).
005200         05  WS-BL-MOTIVO-CANC    PIC X(01).
005300             88  WS-BL-CANC-RENEGOCIADO VALUE "R".
005400             88  WS-BL-CANC-LIQUIDADO   VALUE "L".
005500             88  WS-BL-CANC-PERDA       VALUE "P".
005600             88  WS-BL-CANC-INATIVO     VALUE "I".
005700             88  WS-BL-CANC-ALTERADO    VALUE "A".
005800             88  WS-BL-CANC-DUPLICADO   VALUE "D".
005900             88  WS-BL-CANC-NAO-ENVIADO VALUE "X".
006000         05  WS-BL-NR-REMESSA-CANC PIC 9(05).
006100     03  WS-BL-DT-EXPIRACAO       PIC 9(08).
