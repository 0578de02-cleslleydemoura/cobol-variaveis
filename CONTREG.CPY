003100*                    QUITACAO (LIQPAG, LIQAGE OU CADCLI) GERA A
003200*                    EXCLUSAO E DESMARCA. ARQUIVOS GRAVADOS COM
003300*                    O LAYOUT ANTERIOR DEVEM SER CONVERTIDOS.
003310*   14/10/2026 CDM   NOVA SITUACAO DE REGISTRO "P" (WS-REG-PERDA):
003320*                    CONTRATO BAIXADO PARA PERDAS PELO PDDMES,
003330*                    FORA DA CARTEIRA VIVA (PROGVAR, GERREM,
003340*                    PRJREC, RELDEV). O CONTRATO CONTINUA
003350*                    ACEITANDO BAIXA DE PARCELA, REGISTRADA COMO
003355*                    RECUPERACAO DE PERDAS (WS-FLG-RECUPERACAO
003360*                    DO MOVPAG).
003400******************************************************************
003500     03  WS-CHAVE-CONTRATO.
003600         05  WS-CPF               PIC 9(11).
005100     03  WS-STS-REG               PIC X(01).
005200         88  WS-REG-ATIVO         VALUE "A".
005300         88  WS-REG-INATIVO       VALUE "I".
005310         88  WS-REG-PERDA         VALUE "P".
005400     03  WS-RENEGOCIACAO.
005500         05  WS-FLG-RENEG         PIC X(01).
005600             88  WS-RENEGOCIADO   VALUE "S".
