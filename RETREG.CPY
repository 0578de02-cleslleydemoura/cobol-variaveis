000100******************************************************************
000200* COPYBOOK:    RETREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO ARQUIVO DE CONTROLE DOS RETORNOS
000800*              BANCARIOS PROCESSADOS (CTRL-RETORNO), UM REGISTRO
000900*              POR RET-BANCARIO BAIXADO PELO LIQPAG. ALEM DO
001000*              NUMERO DO RETORNO (CONFERENCIA DE REPROCESSAMENTO)
001100*              GUARDA A DATA DE CREDITO (DATA DE GERACAO DO
001200*              HEADER) E OS TOTAIS DOS DETALHES, CONCILIADOS
001300*              PELO CONCRET CONTRA O EXTRATO DA CONTA COBRANCA.
001400*              SITUACAO DA CONCILIACAO:
001500*              - PENDENTE: CREDITO AINDA NAO LOCALIZADO;
001600*              - CONCILIADO: CREDITO LIQUIDO DA TARIFA IGUAL AO
001700*                TOTAL DOS DETALHES;
001800*              - DIVERGENTE: CREDITO LOCALIZADO COM DIFERENCA
001810*                (CREDITO + TARIFA - TOTAL DOS DETALHES).
001900*              REGISTROS GRAVADOS ANTES DOS TOTAIS TEM SO O
002000*              NUMERO E A DATA DE PROCESSAMENTO; O RESTO VEM EM
002100*              BRANCO E NAO E NUMERICO.
002200*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
002300*              PREFIXO, VIA REPLACING) E EXECUTA "COPY RETREG."
002400*-----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*   DATE       INIT  DESCRIPTION
002700*   14/10/2026 CDM   COPYBOOK ORIGINAL.
002800******************************************************************
002900     03  WS-CR-NR-RETORNO         PIC 9(05).
003000     03  WS-CR-DT-PROCESSAMENTO   PIC 9(08).
003100     03  WS-CR-TOTAIS.
003200         05  WS-CR-DT-CREDITO     PIC 9(08).
003300         05  WS-CR-QTD-DETALHES   PIC 9(07).
003400         05  WS-CR-VLR-DETALHES   PIC 9(10)V99.
003500     03  WS-CR-CONCILIACAO.
003600         05  WS-CR-STS-CONCILIACAO PIC X(01).
003700             88  WS-CR-PENDENTE   VALUE SPACE.
003800             88  WS-CR-CONCILIADO VALUE "C".
003900             88  WS-CR-DIVERGENTE VALUE "D".
004000         05  WS-CR-DT-CONCILIACAO PIC 9(08).
004100         05  WS-CR-VLR-CREDITO    PIC 9(10)V99.
004200         05  WS-CR-VLR-TARIFA     PIC 9(07)V99.
