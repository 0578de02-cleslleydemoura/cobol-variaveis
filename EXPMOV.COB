000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   01/09/2026 CDM   PROGRAMA ORIGINAL.
000291*   14/10/2026 CDM   AREA DE DADOS DO ARQ-AUD ALARGADA DE X(181)
000292*                    PARA X(321), ACOMPANHANDO AS IMAGENS X(150)
000293*                    DO AUDREG (REGISTRO DE ENDERECO).
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. EXPMOV.
000880     05  AA-TIPO-REG              PIC X(01).
000890         88  AA-REG-DETALHE       VALUE "D".
000900         88  AA-REG-TRAILER       VALUE "T".
000910     05  AA-DADOS                 PIC X(321).
000920     05  AA-DADOS-TRAILER  REDEFINES AA-DADOS.
000930         10  AA-T-QTD-REGISTROS   PIC 9(05).
000940         10  AA-T-COMPETENCIA     PIC 9(06).
000950         10  FILLER               PIC X(310).
000960 WORKING-STORAGE SECTION.
000970 01  WS-FS-PARMCOB                PIC X(02).
000980     88  WS-FS-PARMCOB-OK         VALUE "00".
