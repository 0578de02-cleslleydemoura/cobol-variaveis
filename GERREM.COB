000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   01/09/2026 CDM   PROGRAMA ORIGINAL.
000271*   14/10/2026 CDM   CONTRATO BAIXADO PARA PERDAS (CO-REG-PERDA,
000272*                    PELO PDDMES) NAO GERA BOLETO, COMO O
000273*                    INATIVO.
000274*   14/10/2026 CDM   REGISTRO DE BOLETOS EMITIDOS (REG-BOLETOS,
000275*                    COPYBOOK BOLREG): CADA BOLETO SAI COM NOSSO
000276*                    NUMERO UNICO (REMESSA + SEQUENCIA) E FICA
000277*                    REGISTRADO. CONTRATO QUE JA TEM BOLETO VIVO
000278*                    PARA A MESMA PARCELA, VALOR E VENCIMENTO NAO
000279*                    GERA OUTRO. BOLETO VIVO DE CONTRATO
000280*                    RENEGOCIADO, COM A PARCELA PAGA POR
000281*                    OUTRO MEIO (LIQAGE, BALCAO), BAIXADO PARA
000282*                    PERDAS, INATIVO OU ALTERADO DESDE A EMISSAO
000283*                    SAI COMO INSTRUCAO DE BAIXA (REGISTRO TIPO
000284*                    "C" DO REMREG) E FICA CANCELADO NO REGISTRO.
000285*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000286*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000287*                    COMUM): A LEITURA DO CLIENTE PELO CPF
000288*                    DEIXA DE USAR CHAVE ALTERNATIVA.
000289******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. GERREM.
000310 ENVIRONMENT DIVISION.
000340     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CM-CPF
000390         FILE STATUS IS WS-FS-CLIMEST.
000400     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000410         ORGANIZATION IS INDEXED
000480     SELECT CTRL-REMESSA ASSIGN TO CTRLREM
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-CTRLREM.
000501     SELECT REG-BOLETOS ASSIGN TO REGBOL
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS BL-NOSSO-NUMERO
000505         ALTERNATE RECORD KEY IS BL-CHAVE-CONTRATO
000506             WITH DUPLICATES
000507         FILE STATUS IS WS-FS-REGBOL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CLIENTES-MASTER
000660     LABEL RECORDS ARE STANDARD.
000670 01  CR-REGISTRO.
000680     05  CR-NR-REMESSA            PIC 9(05).
000681 FD  REG-BOLETOS
000682     LABEL RECORDS ARE STANDARD.
000683 01  BL-REGISTRO.
000684     COPY BOLREG REPLACING LEADING ==WS-BL-== BY ==BL-==.
000690 WORKING-STORAGE SECTION.
000700 01  WS-FS-CLIMEST                PIC X(02).
000710     88  WS-FS-OK                 VALUE "00".
000750     88  WS-FS-REMBANCO-OK        VALUE "00".
000760 01  WS-FS-CTRLREM                PIC X(02).
000770     88  WS-FS-CTRLREM-OK         VALUE "00".
000771 01  WS-FS-REGBOL                 PIC X(02).
000772     88  WS-FS-REGBOL-OK          VALUE "00".
000773     88  WS-FS-REGBOL-SUCESSO     VALUE "00" THRU "09".
000780 01  WS-SWITCHES.
000790     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000800         88  WS-FIM-ARQ           VALUE "S".
000820         88  WS-ERRO-INICIALIZACAO VALUE "S".
000830     05  WS-SW-CLI-OK             PIC X(01)  VALUE "N".
000840         88  WS-CLI-OK            VALUE "S".
000841     05  WS-SW-CTR-ELEGIVEL       PIC X(01)  VALUE "N".
000842         88  WS-CTR-ELEGIVEL      VALUE "S".
000843     05  WS-SW-BOLETO-VIGENTE     PIC X(01)  VALUE "N".
000844         88  WS-BOLETO-VIGENTE    VALUE "S".
000845     05  WS-SW-FIM-BOLETOS        PIC X(01)  VALUE "N".
000846         88  WS-FIM-BOLETOS       VALUE "S".
000850 01  WS-CONTADORES.
000860     05  WS-CNT-LIDOS             PIC 9(05)  VALUE ZEROS COMP.
000870     05  WS-CNT-BOLETOS           PIC 9(05)  VALUE ZEROS COMP.
000880     05  WS-CNT-IGNORADOS         PIC 9(05)  VALUE ZEROS COMP.
000881     05  WS-CNT-VIGENTES          PIC 9(05)  VALUE ZEROS COMP.
000882     05  WS-CNT-CANCELAMENTOS     PIC 9(05)  VALUE ZEROS COMP.
000890 77  WS-NR-REMESSA                PIC 9(05)  VALUE ZEROS.
000900 77  WS-VLR-TOTAL-REMESSA         PIC 9(10)V99 VALUE ZEROS.
000910 77  WS-CPF-CLIENTE               PIC 9(11)  VALUE ZEROS.
000920 77  WS-NR-PARCELA-CORR           PIC 9(03)  VALUE ZEROS.
000921*-----------------------------------------------------------------
000922* NOSSO NUMERO: NUMERO DA REMESSA + SEQUENCIA DO BOLETO.
000923* MOTIVO DA BAIXA: O DO CONTRATO (QUANDO ELE NAO GERA MAIS BOLETO)
000924* OU O APURADO BOLETO A BOLETO.
000925*-----------------------------------------------------------------
000926 77  WS-SEQ-BOLETO                PIC 9(05)  VALUE ZEROS.
000927 01  WS-NOSSO-NUMERO              PIC 9(10)  VALUE ZEROS.
000928 01  WS-NOSSO-NUMERO-R REDEFINES WS-NOSSO-NUMERO.
000929     05  WS-NN-REMESSA            PIC 9(05).
000930     05  WS-NN-SEQUENCIA          PIC 9(05).
000931 77  WS-MOTIVO-CONTRATO           PIC X(01)  VALUE SPACES.
000932 77  WS-MOTIVO-BOLETO             PIC X(01)  VALUE SPACES.
000933 01  WS-DATA-HOJE                 PIC 9(08).
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960     PERFORM 1000-INICIALIZAR
001320         MOVE "S" TO WS-SW-ERRO-INIC
001330         GO TO 1000-INICIALIZAR-EXIT
001340     END-IF
001341     OPEN I-O REG-BOLETOS
001342     IF NOT WS-FS-REGBOL-OK
001343         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO REG-BOLETOS"
001344         CLOSE REG-BOLETOS
001345         OPEN OUTPUT REG-BOLETOS
001346         CLOSE REG-BOLETOS
001347         OPEN I-O REG-BOLETOS
001348     END-IF
001349     IF NOT WS-FS-REGBOL-OK
001350         DISPLAY "ERRO AO ABRIR REG-BOLETOS: " WS-FS-REGBOL
001351         CLOSE CLIENTES-MASTER
001352         CLOSE CONTRATOS-MASTER
001353         CLOSE REM-BANCARIA
001354         MOVE "S" TO WS-SW-FIM-ARQ
001355         MOVE "S" TO WS-SW-ERRO-INIC
001356         GO TO 1000-INICIALIZAR-EXIT
001357     END-IF
001358
001360     MOVE SPACES        TO RM-REGISTRO
001370     MOVE "H"           TO RM-TIPO-REG
001380     MOVE WS-NR-REMESSA TO RM-H-NR-REMESSA
001800             THRU 2200-LOCALIZAR-CLIENTE-EXIT
001810     END-IF
001820
001821     MOVE "N"    TO WS-SW-CTR-ELEGIVEL
001822     MOVE SPACES TO WS-MOTIVO-CONTRATO
001830     IF NOT WS-CLI-OK
001840         ADD 1 TO WS-CNT-IGNORADOS
001845         MOVE "I" TO WS-MOTIVO-CONTRATO
001850         GO TO 2000-PROCESSAR-BOLETOS
001860     END-IF
001870
001880     IF CO-REG-INATIVO
001885         OR CO-REG-PERDA
001890         ADD 1 TO WS-CNT-IGNORADOS
001891         IF CO-REG-PERDA
001892             MOVE "P" TO WS-MOTIVO-CONTRATO
001893         ELSE
001894             MOVE "I" TO WS-MOTIVO-CONTRATO
001895         END-IF
001900         GO TO 2000-PROCESSAR-BOLETOS
001910     END-IF
001920
001930     IF CO-VLR-PARC NOT NUMERIC
002040
002050     IF CO-PARC-PAG GREATER THAN OR EQUAL TO CO-QTD-PARC
002060         ADD 1 TO WS-CNT-IGNORADOS
002065         MOVE "L" TO WS-MOTIVO-CONTRATO
002070         GO TO 2000-PROCESSAR-BOLETOS
002080     END-IF
002090
002095     MOVE "S" TO WS-SW-CTR-ELEGIVEL.
002096 2000-PROCESSAR-BOLETOS.
002097*    BOLETOS JA REGISTRADOS DO CONTRATO: BAIXA OS QUE NAO VALEM
002098*    MAIS E SO GERA BOLETO NOVO SE NENHUM CONTINUA VIGENTE.
002099     PERFORM 2500-CONFERIR-BOLETOS
002100         THRU 2500-CONFERIR-BOLETOS-EXIT
002101     IF WS-CTR-ELEGIVEL
002102         IF WS-BOLETO-VIGENTE
002103             ADD 1 TO WS-CNT-VIGENTES
002104         ELSE
002105             PERFORM 7500-GRAVAR-BOLETO
002106                 THRU 7500-GRAVAR-BOLETO-EXIT
002107         END-IF
002108     END-IF.
002120 2000-PROCESSAR-LER.
002130     PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT.
002140 2000-PROCESSAR-CONTRATO-EXIT.
002150     EXIT.
002160*-----------------------------------------------------------------
002170 2200-LOCALIZAR-CLIENTE.
002180*    LOCALIZA O CLIENTE DO CONTRATO PELA CHAVE PRIMARIA
002190*    CM-CPF (MESMO CRITERIO DO PROGVAR): CLIENTE INEXISTENTE OU
002200*    INATIVO DEIXA OS CONTRATOS DO CPF FORA DA REMESSA.
002210     MOVE "N" TO WS-SW-CLI-OK
002220     MOVE CO-CPF TO CM-CPF
002230     READ CLIENTES-MASTER
002250         INVALID KEY
002260             DISPLAY "CONTRATO SEM CLIENTE NA CARTEIRA, CPF: "
002270                 CO-CPF
002330     MOVE "S" TO WS-SW-CLI-OK.
002340 2200-LOCALIZAR-CLIENTE-EXIT.
002350     EXIT.
002351*-----------------------------------------------------------------
002352 2500-CONFERIR-BOLETOS.
002353*    PERCORRE OS BOLETOS DO CPF + CONTRATO NO REG-BOLETOS (CHAVE
002354*    ALTERNATIVA) E AVALIA OS AINDA VIVOS NO BANCO (REGISTRADOS):
002355*    O QUE CONTINUA VALENDO PARA A PARCELA CORRENTE DISPENSA UM
002356*    BOLETO NOVO; OS DEMAIS RECEBEM INSTRUCAO DE BAIXA.
002357     MOVE "N"            TO WS-SW-BOLETO-VIGENTE
002358     MOVE "N"            TO WS-SW-FIM-BOLETOS
002359     MOVE CO-CPF         TO BL-CPF
002360     MOVE CO-NR-CONTRATO TO BL-NR-CONTRATO
002361     START REG-BOLETOS
002362         KEY IS EQUAL TO BL-CHAVE-CONTRATO
002363         INVALID KEY
002364             GO TO 2500-CONFERIR-BOLETOS-EXIT
002365     END-START
002366     PERFORM 2510-LER-BOLETO THRU 2510-LER-BOLETO-EXIT
002367     PERFORM 2520-AVALIAR-BOLETO
002368         THRU 2520-AVALIAR-BOLETO-EXIT
002369         UNTIL WS-FIM-BOLETOS.
002370 2500-CONFERIR-BOLETOS-EXIT.
002371     EXIT.
002372*-----------------------------------------------------------------
002373 2510-LER-BOLETO.
002374     READ REG-BOLETOS NEXT RECORD
002375         AT END
002376             MOVE "S" TO WS-SW-FIM-BOLETOS
002377     END-READ
002378     IF NOT WS-FS-REGBOL-SUCESSO
002379         MOVE "S" TO WS-SW-FIM-BOLETOS
002380         GO TO 2510-LER-BOLETO-EXIT
002381     END-IF
002382     IF BL-CPF NOT EQUAL CO-CPF
002383         OR BL-NR-CONTRATO NOT EQUAL CO-NR-CONTRATO
002384         MOVE "S" TO WS-SW-FIM-BOLETOS
002385     END-IF.
002386 2510-LER-BOLETO-EXIT.
002387     EXIT.
002388*-----------------------------------------------------------------
002389 2520-AVALIAR-BOLETO.
002390*    BOLETO DA PROPRIA REMESSA CORRENTE E SOBRA DE UMA GERACAO
002391*    INTERROMPIDA, QUE NUNCA CHEGOU AO BANCO: SO E CANCELADO NO
002392*    REGISTRO (O NOSSO NUMERO SERA REAPROVEITADO NESTA REMESSA).
002393     IF NOT BL-REGISTRADO
002394         GO TO 2520-AVALIAR-LER
002395     END-IF
002396     IF BL-NR-REMESSA EQUAL WS-NR-REMESSA
002397         MOVE "C"           TO BL-STS-BOLETO
002398         MOVE WS-DATA-HOJE  TO BL-DT-CANCELAMENTO
002399         MOVE "X"           TO BL-MOTIVO-CANC
002400         MOVE WS-NR-REMESSA TO BL-NR-REMESSA-CANC
002401         REWRITE BL-REGISTRO
002402         GO TO 2520-AVALIAR-LER
002403     END-IF
002404     COMPUTE WS-NR-PARCELA-CORR = CO-PARC-PAG + 1
002405     MOVE WS-MOTIVO-CONTRATO TO WS-MOTIVO-BOLETO
002406     IF WS-CTR-ELEGIVEL
002407         EVALUATE TRUE
002408             WHEN CO-RENEGOCIADO
002409                 AND CO-DT-RENEG GREATER THAN BL-DT-EMISSAO
002410                 MOVE "R" TO WS-MOTIVO-BOLETO
002411             WHEN CO-PARC-PAG GREATER THAN OR EQUAL TO
002412                 BL-NR-PARCELA
002413                 MOVE "L" TO WS-MOTIVO-BOLETO
002414             WHEN WS-NR-PARCELA-CORR NOT EQUAL BL-NR-PARCELA
002415                 OR CO-VLR-PARC NOT EQUAL BL-VLR-PARC
002416                 OR CO-DT-VENCTO NOT EQUAL BL-DT-VENCTO
002417                 MOVE "A" TO WS-MOTIVO-BOLETO
002418             WHEN WS-BOLETO-VIGENTE
002419                 MOVE "D" TO WS-MOTIVO-BOLETO
002420             WHEN OTHER
002421                 MOVE "S"    TO WS-SW-BOLETO-VIGENTE
002422                 MOVE SPACES TO WS-MOTIVO-BOLETO
002423         END-EVALUATE
002424     END-IF
002425     IF WS-MOTIVO-BOLETO NOT EQUAL SPACES
002426         PERFORM 7600-CANCELAR-BOLETO
002427             THRU 7600-CANCELAR-BOLETO-EXIT
002428     END-IF.
002429 2520-AVALIAR-LER.
002430     PERFORM 2510-LER-BOLETO THRU 2510-LER-BOLETO-EXIT.
002431 2520-AVALIAR-BOLETO-EXIT.
002432     EXIT.
002433*-----------------------------------------------------------------
002434 3000-FINALIZAR.
002435     MOVE SPACES               TO RM-REGISTRO
002436     MOVE "T"                  TO RM-TIPO-REG
002437     MOVE WS-NR-REMESSA        TO RM-T-NR-REMESSA
002438     MOVE WS-CNT-BOLETOS       TO RM-T-QTD-BOLETOS
002439     MOVE WS-VLR-TOTAL-REMESSA TO RM-T-VLR-TOTAL
002440     MOVE WS-CNT-CANCELAMENTOS TO RM-T-QTD-CANCELAMENTOS
002441     WRITE RM-REGISTRO
002442
002450     OPEN OUTPUT CTRL-REMESSA
002460     IF WS-FS-CTRLREM-OK
002470         MOVE WS-NR-REMESSA TO CR-NR-REMESSA
002580     DISPLAY "CONTRATOS LIDOS....: " WS-CNT-LIDOS
002590     DISPLAY "BOLETOS GERADOS....: " WS-CNT-BOLETOS
002600     DISPLAY "CONTRATOS IGNORADOS: " WS-CNT-IGNORADOS
002601     DISPLAY "BOLETOS JA VIGENTES: " WS-CNT-VIGENTES
002602     DISPLAY "INSTRUCOES DE BAIXA: " WS-CNT-CANCELAMENTOS
002610     DISPLAY "VALOR TOTAL........: " WS-VLR-TOTAL-REMESSA
002620
002630     CLOSE CLIENTES-MASTER
002640     CLOSE CONTRATOS-MASTER
002650     CLOSE REM-BANCARIA
002655     CLOSE REG-BOLETOS.
002660 3000-FINALIZAR-EXIT.
002670     EXIT.
002680*-----------------------------------------------------------------
002690 7500-GRAVAR-BOLETO.
002700     COMPUTE WS-NR-PARCELA-CORR = CO-PARC-PAG + 1
002701     ADD 1 TO WS-SEQ-BOLETO
002702     MOVE WS-NR-REMESSA      TO WS-NN-REMESSA
002703     MOVE WS-SEQ-BOLETO      TO WS-NN-SEQUENCIA
002710     MOVE SPACES             TO RM-REGISTRO
002720     MOVE "D"                TO RM-TIPO-REG
002730     MOVE CO-CPF             TO RM-CPF
002750     MOVE WS-NR-PARCELA-CORR TO RM-NR-PARCELA
002760     MOVE CO-VLR-PARC        TO RM-VLR-PARC
002770     MOVE CO-DT-VENCTO       TO RM-DT-VENCTO
002775     MOVE WS-NOSSO-NUMERO    TO RM-NOSSO-NUMERO
002780     WRITE RM-REGISTRO
002790     IF WS-FS-REMBANCO-OK
002800         ADD 1           TO WS-CNT-BOLETOS
002810         ADD CO-VLR-PARC TO WS-VLR-TOTAL-REMESSA
002820     ELSE
002830         DISPLAY "ERRO AO GRAVAR REM-BANCARIA: " WS-FS-REMBANCO
002835         GO TO 7500-GRAVAR-BOLETO-EXIT
002840     END-IF
002841
002842     MOVE SPACES             TO BL-REGISTRO
002843     MOVE WS-NOSSO-NUMERO    TO BL-NOSSO-NUMERO
002844     MOVE CO-CPF             TO BL-CPF
002845     MOVE CO-NR-CONTRATO     TO BL-NR-CONTRATO
002846     MOVE WS-NR-PARCELA-CORR TO BL-NR-PARCELA
002847     MOVE CO-VLR-PARC        TO BL-VLR-PARC
002848     MOVE CO-DT-VENCTO       TO BL-DT-VENCTO
002849     MOVE WS-NR-REMESSA      TO BL-NR-REMESSA
002850     MOVE WS-DATA-HOJE       TO BL-DT-EMISSAO
002851     MOVE "R"                TO BL-STS-BOLETO
002852     MOVE ZEROS              TO BL-DT-PAGTO BL-VLR-PAGO
002853         BL-NR-RETORNO BL-DT-CANCELAMENTO BL-NR-REMESSA-CANC
002854         BL-DT-EXPIRACAO
002855     WRITE BL-REGISTRO
002856*    NOSSO NUMERO JA EXISTENTE SO PODE SER SOBRA DE UMA GERACAO
002857*    INTERROMPIDA DESTA MESMA REMESSA: E SUBSTITUIDO.
002858     IF NOT WS-FS-REGBOL-OK
002859         REWRITE BL-REGISTRO
002860     END-IF
002861     IF NOT WS-FS-REGBOL-OK
002862         DISPLAY "ERRO AO GRAVAR REG-BOLETOS: " WS-FS-REGBOL
002863             " NOSSO NUMERO: " WS-NOSSO-NUMERO
002864     END-IF.
002865 7500-GRAVAR-BOLETO-EXIT.
002866     EXIT.
002870*-----------------------------------------------------------------
002880 7600-CANCELAR-BOLETO.
002890*    INSTRUCAO DE BAIXA DO BOLETO NO BANCO (REGISTRO TIPO "C" DA
002900*    REMESSA) E CANCELAMENTO NO REG-BOLETOS, COM O MOTIVO.
002910     MOVE SPACES           TO RM-REGISTRO
002920     MOVE "C"              TO RM-TIPO-REG
002930     MOVE BL-NOSSO-NUMERO  TO RM-C-NOSSO-NUMERO
002940     MOVE BL-CPF           TO RM-C-CPF
002950     MOVE BL-NR-CONTRATO   TO RM-C-NR-CONTRATO
002960     MOVE BL-NR-PARCELA    TO RM-C-NR-PARCELA
002970     MOVE WS-MOTIVO-BOLETO TO RM-C-MOTIVO
002980     WRITE RM-REGISTRO
002990     IF NOT WS-FS-REMBANCO-OK
003000         DISPLAY "ERRO AO GRAVAR REM-BANCARIA: " WS-FS-REMBANCO
003010         GO TO 7600-CANCELAR-BOLETO-EXIT
003020     END-IF
003030     ADD 1 TO WS-CNT-CANCELAMENTOS
003040     MOVE "C"              TO BL-STS-BOLETO
003050     MOVE WS-DATA-HOJE     TO BL-DT-CANCELAMENTO
003060     MOVE WS-MOTIVO-BOLETO TO BL-MOTIVO-CANC
003070     MOVE WS-NR-REMESSA    TO BL-NR-REMESSA-CANC
003080     REWRITE BL-REGISTRO
003090     IF NOT WS-FS-REGBOL-OK
003100         DISPLAY "ERRO AO GRAVAR REG-BOLETOS: " WS-FS-REGBOL
003110             " NOSSO NUMERO: " BL-NOSSO-NUMERO
003120     END-IF.
003130 7600-CANCELAR-BOLETO-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------------
003160 8000-LER-CONTRATO.
003170     READ CONTRATOS-MASTER NEXT RECORD
003180         AT END
003190             MOVE "S" TO WS-SW-FIM-ARQ
003200     END-READ.
003210 8000-LER-CONTRATO-EXIT.
003220     EXIT.
