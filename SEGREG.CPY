003100*                    TRAILER DE TOTAIS POR COMPETENCIA AAAAMM NO
003200*                    ARQUIVO DE ARQUIVAMENTO DE MOVIMENTOS. NAS
003300*                    DESCARGAS DO BKPCLI O CAMPO FICA EM BRANCO.
003310*   14/10/2026 CDM   DO FILLER DO TRAILER SAI WS-SG-T-SOMA-CPF,
003320*                    SOMA DOS CPF DOS REGISTROS DESCARREGADOS DO
003330*                    CLIENTES-MASTER (TOTAL DE CONTROLE DA CHAVE,
003340*                    GRAVADO PELO BKPCLI E BATIDO PELO RECCLI). NA
003350*                    DESCARGA DE CONTRATOS E NO EXPMOV O CAMPO
003360*                    FICA EM BRANCO.
003400******************************************************************
003500     03  WS-SG-TIPO-REG           PIC X(01).
003600         88  WS-SG-REG-DETALHE    VALUE "D".
004300         05  WS-SG-T-VLR-PAGO     PIC 9(10)V99.
004400         05  WS-SG-T-VLR-FALTA    PIC 9(10)V99.
004500         05  WS-SG-T-COMPETENCIA  PIC 9(06).
004600         05  WS-SG-T-SOMA-CPF     PIC 9(16).
004700         05  FILLER               PIC X(12).
