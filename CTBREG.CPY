000100******************************************************************
000200* COPYBOOK:    CTBREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO REGISTRO DO MAPA CONTABIL (ARQUIVO
000800*              MAPA-CONTABIL, SEQUENCIAL), UM REGISTRO POR EVENTO
000900*              DA COBRANCA COM A CONTA A DEBITAR E A CONTA A
001000*              CREDITAR NO RAZAO. MANTIDO PELO CADCTB E LIDO PELO
001100*              INTCTB NA GERACAO DO LOTE DIARIO DE LANCAMENTOS.
001200*              EVENTOS:
001300*              BXCL - BAIXA DE PARCELA PELO CADCLI (ORIGEM "C")
001400*              BXBC - BAIXA PELO RETORNO BANCARIO (ORIGEM "B")
001500*              BXAG - BAIXA PELA AGENCIA DE COBRANCA (ORIGEM "A")
001600*              RECP - RECUPERACAO DE PERDAS (BAIXA DE CONTRATO
001700*                     BAIXADO PARA PERDAS, QUALQUER ORIGEM)
001800*              TRAN - VARIACAO DO SALDO DE VALORES EM TRANSITO
001900*              COMI - COMISSAO DA AGENCIA DE COBRANCA
002000*              MORA - JUROS DE MORA CAPITALIZADOS NA
002100*                     RENEGOCIACAO (CADCLI)
002200*              VALOR LIQUIDO NEGATIVO DO EVENTO NO DIA (ESTORNOS
002300*              MAIORES QUE AS BAIXAS, REDUCAO DO TRANSITO) INVERTE
002400*              AS CONTAS DO LANCAMENTO.
002500*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
002600*              PREFIXO, VIA REPLACING) E EXECUTA "COPY CTBREG."
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*   DATE       INIT  DESCRIPTION
003000*   14/10/2026 CDM   COPYBOOK ORIGINAL.
003100******************************************************************
003200     03  WS-MP-EVENTO             PIC X(04).
003300         88  WS-MP-EVENTO-VALIDO  VALUE "BXCL" "BXBC" "BXAG"
003400                                        "RECP" "TRAN" "COMI"
003500                                        "MORA".
003600     03  WS-MP-DESCRICAO          PIC X(30).
003700     03  WS-MP-CONTA-DEBITO       PIC X(12).
003800     03  WS-MP-CONTA-CREDITO      PIC X(12).
003900     03  WS-MP-STS                PIC X(01).
004000         88  WS-MP-ATIVO          VALUE "A".
004100         88  WS-MP-INATIVO        VALUE "I".
