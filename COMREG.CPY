000100******************************************************************
000200* COPYBOOK:    COMREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO REGISTRO DE COMISSAO DA EMPRESA DE
000800*              COBRANCA TERCEIRIZADA (ARQUIVO COM-AGENCIA), UM
000900*              REGISTRO POR VALOR RECUPERADO BAIXADO PELO LIQAGE,
001000*              COM A COMISSAO JA CALCULADA. LIDO PELO INTCTB PARA
001100*              O LANCAMENTO CONTABIL DA COMISSAO DO DIA.
001200*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
001300*              PREFIXO, VIA REPLACING) E EXECUTA "COPY COMREG."
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   DATE       INIT  DESCRIPTION
001700*   14/10/2026 CDM   COPYBOOK ORIGINAL.
001800******************************************************************
001900     03  WS-CA-DT-LANCTO          PIC 9(08).
002000     03  WS-CA-DT-PAGTO           PIC 9(08).
002100     03  WS-CA-CPF                PIC 9(11).
002200     03  WS-CA-NR-CONTRATO        PIC 9(03).
002300     03  WS-CA-VLR-RECUPERADO     PIC 9(05)V99.
002400     03  WS-CA-PCT-COMISSAO       PIC 9(02)V99.
002500     03  WS-CA-VLR-COMISSAO       PIC 9(08)V99.
