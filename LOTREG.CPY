000100******************************************************************
000200* COPYBOOK:    LOTREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO REGISTRO DO CONTROLE DA CADEIA DO LOTE
000800*              NOTURNO (ARQUIVO CTL-LOTE). A CHAVE E A DATA DE
000900*              PROCESSAMENTO + O NOME DO PROGRAMA: CADA PASSO DA
001000*              CADEIA (LIQPAG, LIQAGE, BATMOV, PROGVAR, PRMCOB,
001100*              NEGCOB, CARTCOB, BKPCLI, VERCLI E FECMES) GRAVA O
001200*              SEU REGISTRO AO COMECAR E O ATUALIZA AO TERMINAR,
001300*              COM HORA DE INICIO E FIM, CODIGO DE RETORNO E
001400*              CONTADORES. ANTES DE COMECAR, O PASSO CONFERE NESTE
001500*              ARQUIVO SE OS SEUS PRE-REQUISITOS TERMINARAM BEM
001600*              NA MESMA DATA DE PROCESSAMENTO.
001700*              O REGISTRO DE CHAVE DATA ZERADA + "CADEIA" E O
001800*              CABECALHO DA CADEIA, MANTIDO PELO LOTCOB: ENQUANTO
001900*              ABERTO, A DATA DE PROCESSAMENTO DE TODOS OS PASSOS
002000*              E A DATA DA CADEIA (WS-LT-DT-CADEIA), MESMO QUE A
002100*              CADEIA ATRAVESSE A MEIA-NOITE OU SEJA REINICIADA
002200*              NO DIA SEGUINTE. FORA DA CADEIA, E A DATA DO DIA.
002300*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
002400*              PREFIXO, VIA REPLACING) E EXECUTA "COPY LOTREG."
002500*-----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*   DATE       INIT  DESCRIPTION
002800*   14/10/2026 CDM   COPYBOOK ORIGINAL.
002900******************************************************************
003000     03  WS-LT-CHAVE-PASSO.
003100         05  WS-LT-DT-PROCESSAMENTO PIC 9(08).
003200         05  WS-LT-PROGRAMA       PIC X(08).
003300     03  WS-LT-STS-PASSO          PIC X(01).
003400         88  WS-LT-INICIADO       VALUE "I".
003500         88  WS-LT-CONCLUIDO      VALUE "F".
003600         88  WS-LT-COM-ERRO       VALUE "E".
003700         88  WS-LT-BLOQUEADO      VALUE "B".
003800         88  WS-LT-CADEIA-ABERTA  VALUE "I".
003900         88  WS-LT-CADEIA-ABANDONADA VALUE "A".
004000     03  WS-LT-DADOS-PASSO.
004100         05  WS-LT-HORA-INICIO    PIC 9(06).
004200         05  WS-LT-HORA-FIM       PIC 9(06).
004300         05  WS-LT-COD-RETORNO    PIC 9(04).
004400         05  WS-LT-QTD-EXECUCOES  PIC 9(03).
004500         05  WS-LT-QTD-LIDOS      PIC 9(07).
004600         05  WS-LT-QTD-GRAVADOS   PIC 9(07).
004700         05  WS-LT-QTD-REJEITADOS PIC 9(07).
004800         05  WS-LT-VLR-TOTAL      PIC 9(11)V99.
004900     03  WS-LT-DADOS-CADEIA REDEFINES WS-LT-DADOS-PASSO.
005000         05  WS-LT-DT-CADEIA      PIC 9(08).
005100         05  WS-LT-HORA-ABERTURA  PIC 9(06).
005200         05  WS-LT-HORA-FECHAMENTO PIC 9(06).
005300         05  WS-LT-PASSO-PARADA   PIC X(08).
005400         05  FILLER               PIC X(25).
