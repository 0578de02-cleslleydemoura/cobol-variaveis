000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   22/08/2026 CDM   PROGRAMA ORIGINAL.
000221*   14/10/2026 CDM   TABELA DO HISTORICO ALARGADA PARA X(201),
000222*                    ACOMPANHANDO OS TOTAIS DA PDD ACRESCENTADOS
000223*                    AO HISTREG.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. RELEVO.
000610*-----------------------------------------------------------------
000620 01  WS-TAB-HISTORICO.
000630     05  WS-TAB-COMP-ENT          OCCURS 60 TIMES.
000640         10  WS-TAB-HIST          PIC X(201).
000650 01  WS-REG-HIST.
000660     COPY HISTREG.
000670 77  WS-QTD-COMPETENCIAS          PIC 9(02)  VALUE ZEROS COMP.
