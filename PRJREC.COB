000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   01/09/2026 CDM   PROGRAMA ORIGINAL.
000281*   14/10/2026 CDM   CONTRATO BAIXADO PARA PERDAS (CO-REG-PERDA,
000282*                    PELO PDDMES) SAI DA PROJECAO, COMO O
000283*                    INATIVO. TABELA DO HISTORICO ALARGADA PARA
000284*                    X(201), ACOMPANHANDO O HISTREG.
000285*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000286*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000287*                    COMUM): A LEITURA DO CLIENTE PELO CPF
000288*                    DEIXA DE USAR CHAVE ALTERNATIVA.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PRJREC.
000350     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CM-CPF
000400         FILE STATUS IS WS-FS-CLIMEST.
000410     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000420         ORGANIZATION IS INDEXED
001260*-----------------------------------------------------------------
001270 01  WS-TAB-HISTORICO.
001280     05  WS-TAB-COMP-ENT          OCCURS 60 TIMES.
001290         10  WS-TAB-HIST          PIC X(201).
001300 01  WS-REG-HIST.
001310     COPY HISTREG.
001320 77  WS-QTD-COMPETENCIAS          PIC 9(02)  VALUE ZEROS COMP.
003430     END-IF
003440
003450     IF CO-REG-INATIVO
003455         OR CO-REG-PERDA
003460         GO TO 2000-PROCESSAR-LER
003470     END-IF
003480
003760     MOVE "N" TO WS-SW-CLI-OK
003770     MOVE CO-CPF TO CM-CPF
003780     READ CLIENTES-MASTER
003800         INVALID KEY
003810             ADD 1 TO WS-CNT-ERRO
003820             DISPLAY "CONTRATO SEM CLIENTE NA CARTEIRA, CPF: "
