000100******************************************************************
000200* COPYBOOK:    LCTREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO ARQUIVO DE INTERFACE CONTABIL
000800*              (LANC-CONTABIL), GERADO PELO INTCTB A CADA LOTE
000900*              DIARIO E LIDO PELA CONTABILIDADE. REGISTROS "L"
001000*              (UM LANCAMENTO A DEBITO OU A CREDITO POR CONTA E
001100*              EVENTO) SEGUIDOS DE UM REGISTRO "T" DE CONTROLE
001200*              COM A QUANTIDADE DE LANCAMENTOS E OS TOTAIS A
001300*              DEBITO E A CREDITO, SEMPRE IGUAIS. LOTE REJEITADO
001400*              GERA O ARQUIVO VAZIO.
001500*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
001600*              PREFIXO, VIA REPLACING) E EXECUTA "COPY LCTREG."
001700*-----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*   DATE       INIT  DESCRIPTION
002000*   14/10/2026 CDM   COPYBOOK ORIGINAL.
002100******************************************************************
002200     03  WS-LC-TIPO-REG           PIC X(01).
002300         88  WS-LC-LANCAMENTO     VALUE "L".
002400         88  WS-LC-TRAILER        VALUE "T".
002500     03  WS-LC-DT-MOVIMENTO       PIC 9(08).
002600     03  WS-LC-DADOS              PIC X(65).
002700     03  WS-LC-DADOS-LANCTO  REDEFINES WS-LC-DADOS.
002800         05  WS-LC-SEQ            PIC 9(05).
002900         05  WS-LC-CONTA          PIC X(12).
003000         05  WS-LC-NATUREZA       PIC X(01).
003100             88  WS-LC-DEBITO     VALUE "D".
003200             88  WS-LC-CREDITO    VALUE "C".
003300         05  WS-LC-VALOR          PIC 9(11)V99.
003400         05  WS-LC-EVENTO         PIC X(04).
003500         05  WS-LC-HISTORICO      PIC X(30).
003600     03  WS-LC-DADOS-TRAILER  REDEFINES WS-LC-DADOS.
003700         05  WS-LC-QTD-LANCTOS    PIC 9(05).
003800         05  WS-LC-TOT-DEBITO     PIC 9(11)V99.
003900         05  WS-LC-TOT-CREDITO    PIC 9(11)V99.
004000         05  FILLER               PIC X(34).
