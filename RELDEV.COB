000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   01/09/2026 CDM   PROGRAMA ORIGINAL.
000241*   14/10/2026 CDM   CONTRATO BAIXADO PARA PERDAS (CO-REG-PERDA,
000242*                    PELO PDDMES) SAI DO RANKING E DA FILA DE
000243*                    LIGACAO, COMO O INATIVO.
000244*   14/10/2026 CDM   CLIENTE COM PROMESSA DE PAGAMENTO EM ABERTO E
000245*                    NO PRAZO (HIST-CONTATOS, OPCAO C DO CADCLI)
000246*                    SAI DA FILA DE LIGACAO ATE A DATA PROMETIDA;
000247*                    A QUANTIDADE SAI NO RESUMO.
000248*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000249*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000250*                    COMUM): A LEITURA DO CLIENTE PELO CPF
000251*                    DEIXA DE USAR CHAVE ALTERNATIVA.
000252******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. RELDEV.
000280 ENVIRONMENT DIVISION.
000310     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CM-CPF
000360         FILE STATUS IS WS-FS-CLIMEST.
000370     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000380         ORGANIZATION IS INDEXED
000450     SELECT REL-DEVEDORES ASSIGN TO RELDEV
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-RELDEV.
000471     SELECT HIST-CONTATOS ASSIGN TO HISTCONT
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS HT-CHAVE-CONTATO
000475         FILE STATUS IS WS-FS-HISTCONT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CLIENTES-MASTER
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 132 CHARACTERS.
000650 01  WL-LINHA                     PIC X(132).
000651 FD  HIST-CONTATOS
000652     LABEL RECORDS ARE STANDARD.
000653 01  HT-REGISTRO.
000654     COPY HCTREG REPLACING LEADING ==WS-HT-== BY ==HT-==.
000660 WORKING-STORAGE SECTION.
000670 01  WS-FS-CLIMEST                PIC X(02).
000680     88  WS-FS-OK                 VALUE "00".
000730     88  WS-FS-PARMCOB-SUCESSO    VALUE "00" THRU "09".
000740 01  WS-FS-RELDEV                 PIC X(02).
000750     88  WS-FS-RELDEV-OK          VALUE "00".
000751 01  WS-FS-HISTCONT               PIC X(02).
000752     88  WS-FS-HISTCONT-OK        VALUE "00".
000760 01  WS-SWITCHES.
000770     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000780         88  WS-FIM-ARQ           VALUE "S".
000820         88  WS-CLI-OK            VALUE "S".
000830     05  WS-SW-FIM-PARM           PIC X(01)  VALUE "N".
000840         88  WS-FIM-PARM          VALUE "S".
000841     05  WS-SW-SEM-CONTATOS       PIC X(01)  VALUE "N".
000842         88  WS-SEM-CONTATOS      VALUE "S".
000843     05  WS-SW-FIM-CONTATOS       PIC X(01)  VALUE "N".
000844         88  WS-FIM-CONTATOS      VALUE "S".
000845     05  WS-SW-CLI-PROMESSA       PIC X(01)  VALUE "N".
000846         88  WS-CLI-PROMESSA      VALUE "S".
000850 01  WS-CONTADORES.
000860     05  WS-CNT-CONTRATOS         PIC 9(05)  VALUE ZEROS COMP.
000870     05  WS-CNT-CLIENTES          PIC 9(05)  VALUE ZEROS COMP.
000880     05  WS-CNT-ERRO              PIC 9(05)  VALUE ZEROS COMP.
000881     05  WS-CNT-PROMESSA          PIC 9(05)  VALUE ZEROS COMP.
000890*-----------------------------------------------------------------
000900* PARAMETROS DO RELATORIO (REGISTRO TIPO "R" DO PARAM-COBRANCA).
000910* OS VALUE ABAIXO SAO OS PADROES, ASSUMIDOS NA FALTA DO ARQUIVO
002150     05  FILLER                   PIC X(22)
002160         VALUE "  POSICOES IMPRESSAS: ".
002170     05  WS-RES-POSICOES          PIC ZZ9.
002171     05  FILLER                   PIC X(16)
002172         VALUE "  COM PROMESSA: ".
002173     05  WS-RES-PROMESSA          PIC ZZ,ZZ9.
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     PERFORM 1000-INICIALIZAR
002620         MOVE "S" TO WS-SW-ERRO-INIC
002630         GO TO 1000-INICIALIZAR-EXIT
002640     END-IF
002641*    SEM O HIST-CONTATOS NAO HA PROMESSA A CONSIDERAR: A FILA
002642*    SAI COMPLETA.
002643     OPEN INPUT HIST-CONTATOS
002644     IF NOT WS-FS-HISTCONT-OK
002645         DISPLAY "HIST-CONTATOS NAO ENCONTRADO, FILA SEM "
002646             "EXCLUSAO POR PROMESSA DE PAGAMENTO"
002647         CLOSE HIST-CONTATOS
002648         MOVE "S" TO WS-SW-SEM-CONTATOS
002649     END-IF
002650     PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT.
002660 1000-INICIALIZAR-EXIT.
002670     EXIT.
003510     END-IF
003520
003530     IF CO-REG-INATIVO
003535         OR CO-REG-PERDA
003540         PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT
003550         GO TO 2000-PROCESSAR-CONTRATO-EXIT
003560     END-IF
004050     MOVE "N" TO WS-SW-CLI-OK
004060     MOVE CO-CPF TO CM-CPF
004070     READ CLIENTES-MASTER
004090         INVALID KEY
004100             ADD 1 TO WS-CNT-ERRO
004110             DISPLAY "CONTRATO SEM CLIENTE NA CARTEIRA, CPF: "
004150     IF CM-REG-INATIVO
004160         GO TO 2200-LOCALIZAR-CLIENTE-EXIT
004170     END-IF
004171*    CLIENTE COM PROMESSA DE PAGAMENTO EM ABERTO E NO PRAZO SAI
004172*    DA FILA DE LIGACAO ATE A DATA PROMETIDA.
004173     PERFORM 2300-VERIFICAR-PROMESSA
004174         THRU 2300-VERIFICAR-PROMESSA-EXIT
004175     IF WS-CLI-PROMESSA
004176         ADD 1 TO WS-CNT-PROMESSA
004177         GO TO 2200-LOCALIZAR-CLIENTE-EXIT
004178     END-IF
004180     MOVE CM-NOME     TO WS-NOME-CLIENTE
004190     MOVE CM-TELEFONE TO WS-FONE-CLIENTE
004200     MOVE "S" TO WS-SW-CLI-OK.
004210 2200-LOCALIZAR-CLIENTE-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004231 2300-VERIFICAR-PROMESSA.
004232*    PERCORRE OS CONTATOS DO CPF NO HIST-CONTATOS (TODOS OS
004233*    CONTRATOS) ATE ACHAR UMA PROMESSA EM ABERTO COM A DATA
004234*    PROMETIDA AINDA NAO VENCIDA.
004235     MOVE "N" TO WS-SW-CLI-PROMESSA
004236     IF WS-SEM-CONTATOS
004237         GO TO 2300-VERIFICAR-PROMESSA-EXIT
004238     END-IF
004239     MOVE "N"    TO WS-SW-FIM-CONTATOS
004240     MOVE CO-CPF TO HT-CPF
004241     MOVE ZEROS  TO HT-NR-CONTRATO
004242     MOVE ZEROS  TO HT-DT-CONTATO
004243     MOVE ZEROS  TO HT-HORA-CONTATO
004244     START HIST-CONTATOS
004245         KEY IS NOT LESS THAN HT-CHAVE-CONTATO
004246         INVALID KEY
004247             MOVE "S" TO WS-SW-FIM-CONTATOS
004248     END-START
004249     PERFORM 2310-CONFERIR-CONTATO
004250         THRU 2310-CONFERIR-CONTATO-EXIT
004251         UNTIL WS-FIM-CONTATOS.
004252 2300-VERIFICAR-PROMESSA-EXIT.
004253     EXIT.
004254*-----------------------------------------------------------------
004255 2310-CONFERIR-CONTATO.
004256     READ HIST-CONTATOS NEXT RECORD
004257         AT END
004258             MOVE "S" TO WS-SW-FIM-CONTATOS
004259             GO TO 2310-CONFERIR-CONTATO-EXIT
004260     END-READ
004261     IF NOT WS-FS-HISTCONT-OK
004262         OR HT-CPF NOT EQUAL CO-CPF
004263         MOVE "S" TO WS-SW-FIM-CONTATOS
004264         GO TO 2310-CONFERIR-CONTATO-EXIT
004265     END-IF
004266     IF HT-COM-PROMESSA
004267         AND HT-PROM-ABERTA
004268         AND HT-DT-PROMESSA NOT LESS THAN WS-DATA-HOJE
004269         MOVE "S" TO WS-SW-CLI-PROMESSA
004270         MOVE "S" TO WS-SW-FIM-CONTATOS
004271     END-IF.
004272 2310-CONFERIR-CONTATO-EXIT.
004273     EXIT.
004274*-----------------------------------------------------------------
004275 2400-CALCULAR-JUROS-MORA.
004276*    ACUMULA OS JUROS DE MORA MES A MES SOBRE O SALDO EM ABERTO,
004277*    APLICANDO EM CADA MES DE ATRASO A TAXA VIGENTE NAQUELE MES,
004278*    MESMA REGRA DO PROGVAR.
004280     MOVE ZEROS          TO WS-VLR-JUROS-MORA
004290     MOVE CO-AAAA-VENCTO TO WS-MORA-AAAA
004300     MOVE CO-MM-VENCTO   TO WS-MORA-MM
004790     MOVE WS-CNT-CLIENTES  TO WS-RES-CLIENTES
004800     MOVE WS-CNT-CONTRATOS TO WS-RES-CONTRATOS
004810     MOVE WS-QTD-RANKING   TO WS-RES-POSICOES
004811     MOVE WS-CNT-PROMESSA  TO WS-RES-PROMESSA
004820     WRITE WL-LINHA FROM WS-LIN-RESUMO AFTER ADVANCING 2 LINES
004830
004840     DISPLAY "RELDEV ENCERRADO. CLIENTES: " WS-CNT-CLIENTES
004850         " CONTRATOS: " WS-CNT-CONTRATOS
004860         " POSICOES: " WS-QTD-RANKING
004861         " COM PROMESSA: " WS-CNT-PROMESSA
004870         " ERROS: " WS-CNT-ERRO
004880
004890     CLOSE CLIENTES-MASTER
004900     CLOSE CONTRATOS-MASTER
004901     IF NOT WS-SEM-CONTATOS
004902         CLOSE HIST-CONTATOS
004903     END-IF
004910     CLOSE REL-DEVEDORES.
004920 3000-FINALIZAR-EXIT.
004930     EXIT.
