001800* MODIFICATION HISTORY
001900*   DATE       INIT  DESCRIPTION
002000*   22/08/2026 CDM   COPYBOOK ORIGINAL.
002010*   14/10/2026 CDM   ACRESCENTADOS OS TOTAIS DA PDD MENSAL,
002020*                    GRAVADOS PELO PDDMES NA FOTOGRAFIA DA
002030*                    COMPETENCIA: PROVISAO, CONTRATOS E VALOR
002040*                    BAIXADOS PARA PERDAS NO MES E RECUPERACAO DE
002050*                    PERDAS DO MES. O FECMES PRESERVA ESSES TOTAIS
002060*                    AO SUBSTITUIR A FOTOGRAFIA. O REGISTRO PASSA
002070*                    DE 160 PARA 201 BYTES; ARQUIVOS HIST-CARTEIRA
002080*                    ANTERIORES SAO LIDOS COM OS NOVOS CAMPOS EM
002090*                    BRANCO E DEVEM SER REGRAVADOS PELO FECMES.
002100******************************************************************
002200     03  WS-HC-COMPETENCIA        PIC 9(06).
002300     03  WS-HC-DATA-PROCESSAMENTO PIC 9(08).
003200     03  WS-HC-AGING-FAIXA        OCCURS 5 TIMES.
003300         05  WS-HC-AGING-QTD      PIC 9(05).
003400         05  WS-HC-AGING-VALOR    PIC 9(10)V99.
003500     03  WS-HC-PDD.
003600         05  WS-HC-VLR-PROVISAO   PIC 9(10)V99.
003700         05  WS-HC-QTD-BAIXA-PERDA PIC 9(05).
003800         05  WS-HC-VLR-BAIXA-PERDA PIC 9(10)V99.
003900         05  WS-HC-VLR-RECUPERADO PIC 9(10)V99.
