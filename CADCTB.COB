000010******************************************************************
000020* PROGRAM:     CADCTB
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     MANUTENCAO DO MAPA CONTABIL (ARQUIVO MAPA-CONTABIL,
000090*              COPYBOOK CTBREG) USADO PELO INTCTB NA GERACAO DO
000100*              LOTE DIARIO DE LANCAMENTOS: CONTA A DEBITAR E CONTA
000110*              A CREDITAR DE CADA EVENTO DA COBRANCA. INCLUSAO,
000120*              ALTERACAO, INATIVACAO E LISTAGEM. O ARQUIVO E
000130*              SEQUENCIAL E PEQUENO: E CARREGADO INTEIRO EM TABELA
000140*              NA ENTRADA E REGRAVADO APOS CADA MANUTENCAO, NOS
000150*              MOLDES DO CADOPE E DO CADPAR.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CADCTB.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT MAPA-CONTABIL ASSIGN TO MAPCTB
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-FS-MAPCTB.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  MAPA-CONTABIL
000320     LABEL RECORDS ARE STANDARD.
000330 01  MP-REGISTRO.
000340     COPY CTBREG REPLACING LEADING ==WS-MP-== BY ==MP-==.
000350 WORKING-STORAGE SECTION.
000360 01  WS-FS-MAPCTB                 PIC X(02).
000370     88  WS-FS-MAPCTB-OK          VALUE "00".
000380     88  WS-FS-MAPCTB-SUCESSO     VALUE "00" THRU "09".
000390 01  WS-SWITCHES.
000400     05  WS-SW-FIM-MENU           PIC X(01)  VALUE "N".
000410         88  WS-FIM-MENU          VALUE "S".
000420     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000430         88  WS-FIM-ARQ           VALUE "S".
000440     05  WS-SW-EVENTO-ACHADO      PIC X(01)  VALUE "N".
000450         88  WS-EVENTO-ACHADO     VALUE "S".
000460 01  WS-OPCAO                     PIC X(01).
000470     88  WS-OPC-INCLUIR           VALUE "1".
000480     88  WS-OPC-ALTERAR           VALUE "2".
000490     88  WS-OPC-INATIVAR          VALUE "3".
000500     88  WS-OPC-LISTAR            VALUE "4".
000510     88  WS-OPC-SAIR              VALUE "5".
000520 01  WS-TAB-MAPA.
000530     05  WS-TAB-MAP               OCCURS 20 TIMES.
000540         10  WS-TAB-EVENTO        PIC X(04).
000550         10  WS-TAB-DESCRICAO     PIC X(30).
000560         10  WS-TAB-CONTA-DEB     PIC X(12).
000570         10  WS-TAB-CONTA-CRE     PIC X(12).
000580         10  WS-TAB-STS           PIC X(01).
000590 77  WS-QTD-EVENTOS               PIC 9(02)  VALUE ZEROS COMP.
000600 77  WS-IDX                       PIC 9(02)  VALUE ZEROS COMP.
000610 77  WS-IDX-ACHADO                PIC 9(02)  VALUE ZEROS COMP.
000620 01  WS-AUX-EVENTO                PIC X(04).
000630     88  WS-AUX-EVENTO-VALIDO     VALUE "BXCL" "BXBC" "BXAG"
000640                                        "RECP" "TRAN" "COMI"
000650                                        "MORA".
000660 01  WS-AUX-DESCRICAO             PIC X(30).
000670 01  WS-AUX-CONTA-DEB             PIC X(12).
000680 01  WS-AUX-CONTA-CRE             PIC X(12).
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-CARREGAR-ARQUIVO
000720         THRU 1000-CARREGAR-ARQUIVO-EXIT
000730     PERFORM 2000-EXIBIR-MENU
000740         THRU 2000-EXIBIR-MENU-EXIT
000750         UNTIL WS-FIM-MENU
000760     GOBACK.
000770*-----------------------------------------------------------------
000780 1000-CARREGAR-ARQUIVO.
000790     OPEN INPUT MAPA-CONTABIL
000800     IF NOT WS-FS-MAPCTB-OK
000810         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO MAPA-CONTABIL"
000820         CLOSE MAPA-CONTABIL
000830         OPEN OUTPUT MAPA-CONTABIL
000840         CLOSE MAPA-CONTABIL
000850         OPEN INPUT MAPA-CONTABIL
000860     END-IF
000870     MOVE ZEROS TO WS-QTD-EVENTOS
000880     MOVE "N"   TO WS-SW-FIM-ARQ
000890     PERFORM 8000-LER-MAPA THRU 8000-LER-MAPA-EXIT
000900     PERFORM 1100-GUARDAR-EVENTO
000910         THRU 1100-GUARDAR-EVENTO-EXIT
000920         UNTIL WS-FIM-ARQ
000930     CLOSE MAPA-CONTABIL.
000940 1000-CARREGAR-ARQUIVO-EXIT.
000950     EXIT.
000960*-----------------------------------------------------------------
000970 1100-GUARDAR-EVENTO.
000980     IF WS-QTD-EVENTOS LESS THAN 20
000990         ADD 1 TO WS-QTD-EVENTOS
001000         MOVE MP-EVENTO     TO WS-TAB-EVENTO    (WS-QTD-EVENTOS)
001010         MOVE MP-DESCRICAO  TO WS-TAB-DESCRICAO (WS-QTD-EVENTOS)
001020         MOVE MP-CONTA-DEBITO
001030             TO WS-TAB-CONTA-DEB (WS-QTD-EVENTOS)
001040         MOVE MP-CONTA-CREDITO
001050             TO WS-TAB-CONTA-CRE (WS-QTD-EVENTOS)
001060         MOVE MP-STS        TO WS-TAB-STS       (WS-QTD-EVENTOS)
001070     ELSE
001080         DISPLAY "TABELA DO MAPA CONTABIL CHEIA, REGISTRO "
001090             "IGNORADO"
001100     END-IF
001110     PERFORM 8000-LER-MAPA THRU 8000-LER-MAPA-EXIT.
001120 1100-GUARDAR-EVENTO-EXIT.
001130     EXIT.
001140*-----------------------------------------------------------------
001150 2000-EXIBIR-MENU.
001160     DISPLAY "==================================================="
001170     DISPLAY "  MAPA CONTABIL DA COBRANCA - CADCTB"
001180     DISPLAY "  1 - INCLUIR EVENTO"
001190     DISPLAY "  2 - ALTERAR EVENTO"
001200     DISPLAY "  3 - INATIVAR EVENTO"
001210     DISPLAY "  4 - LISTAR MAPA CONTABIL"
001220     DISPLAY "  5 - SAIR"
001230     DISPLAY "==================================================="
001240     DISPLAY "INFORME A OPCAO: "
001250     ACCEPT WS-OPCAO
001260
001270     EVALUATE TRUE
001280         WHEN WS-OPC-INCLUIR
001290             PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
001300         WHEN WS-OPC-ALTERAR
001310             PERFORM 4000-ALTERAR THRU 4000-ALTERAR-EXIT
001320         WHEN WS-OPC-INATIVAR
001330             PERFORM 5000-INATIVAR THRU 5000-INATIVAR-EXIT
001340         WHEN WS-OPC-LISTAR
001350             PERFORM 6000-LISTAR THRU 6000-LISTAR-EXIT
001360         WHEN WS-OPC-SAIR
001370             MOVE "S" TO WS-SW-FIM-MENU
001380         WHEN OTHER
001390             DISPLAY "OPCAO INVALIDA"
001400     END-EVALUATE.
001410 2000-EXIBIR-MENU-EXIT.
001420     EXIT.
001430*-----------------------------------------------------------------
001440 3000-INCLUIR.
001450     IF WS-QTD-EVENTOS GREATER THAN OR EQUAL TO 20
001460         DISPLAY "TABELA DO MAPA CONTABIL CHEIA"
001470         GO TO 3000-INCLUIR-EXIT
001480     END-IF
001490     DISPLAY "EVENTOS: BXCL BXBC BXAG RECP TRAN COMI MORA"
001500     DISPLAY "INFORME O CODIGO DO EVENTO (4 POSICOES): "
001510     ACCEPT WS-AUX-EVENTO
001520     IF NOT WS-AUX-EVENTO-VALIDO
001530         DISPLAY "ERRO: EVENTO INVALIDO"
001540         GO TO 3000-INCLUIR-EXIT
001550     END-IF
001560     PERFORM 7000-PROCURAR-EVENTO
001570         THRU 7000-PROCURAR-EVENTO-EXIT
001580     IF WS-EVENTO-ACHADO
001590         DISPLAY "JA EXISTE MAPEAMENTO PARA ESSE EVENTO"
001600         GO TO 3000-INCLUIR-EXIT
001610     END-IF
001620     PERFORM 3100-INFORMAR-CONTAS THRU 3100-INFORMAR-CONTAS-EXIT
001630     IF WS-AUX-CONTA-DEB EQUAL SPACES
001640         OR WS-AUX-CONTA-CRE EQUAL SPACES
001650         GO TO 3000-INCLUIR-EXIT
001660     END-IF
001670     ADD 1 TO WS-QTD-EVENTOS
001680     MOVE WS-AUX-EVENTO    TO WS-TAB-EVENTO    (WS-QTD-EVENTOS)
001690     MOVE WS-AUX-DESCRICAO TO WS-TAB-DESCRICAO (WS-QTD-EVENTOS)
001700     MOVE WS-AUX-CONTA-DEB TO WS-TAB-CONTA-DEB (WS-QTD-EVENTOS)
001710     MOVE WS-AUX-CONTA-CRE TO WS-TAB-CONTA-CRE (WS-QTD-EVENTOS)
001720     MOVE "A"              TO WS-TAB-STS       (WS-QTD-EVENTOS)
001730     PERFORM 7500-REGRAVAR-ARQUIVO
001740         THRU 7500-REGRAVAR-ARQUIVO-EXIT
001750     DISPLAY "EVENTO INCLUIDO COM SUCESSO".
001760 3000-INCLUIR-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------------
001790 3100-INFORMAR-CONTAS.
001800*    DIGITACAO DA DESCRICAO E DAS CONTAS A DEBITO E A CREDITO,
001810*    COMUM A INCLUSAO E A ALTERACAO. CONTA EM BRANCO OU AS DUAS
001820*    CONTAS IGUAIS CANCELAM A OPERACAO (DEVOLVE AS CONTAS EM
001830*    BRANCO).
001840     DISPLAY "INFORME A DESCRICAO DO EVENTO (30 POSICOES): "
001850     ACCEPT WS-AUX-DESCRICAO
001860     DISPLAY "INFORME A CONTA A DEBITAR (12 POSICOES): "
001870     ACCEPT WS-AUX-CONTA-DEB
001880     DISPLAY "INFORME A CONTA A CREDITAR (12 POSICOES): "
001890     ACCEPT WS-AUX-CONTA-CRE
001900     IF WS-AUX-CONTA-DEB EQUAL SPACES
001910         OR WS-AUX-CONTA-CRE EQUAL SPACES
001920         DISPLAY "ERRO: CONTA A DEBITAR E CONTA A CREDITAR SAO "
001930             "OBRIGATORIAS"
001940         MOVE SPACES TO WS-AUX-CONTA-DEB
001950         MOVE SPACES TO WS-AUX-CONTA-CRE
001960         GO TO 3100-INFORMAR-CONTAS-EXIT
001970     END-IF
001980     IF WS-AUX-CONTA-DEB EQUAL WS-AUX-CONTA-CRE
001990         DISPLAY "ERRO: CONTA A DEBITAR IGUAL A CONTA A CREDITAR"
002000         MOVE SPACES TO WS-AUX-CONTA-DEB
002010         MOVE SPACES TO WS-AUX-CONTA-CRE
002020     END-IF.
002030 3100-INFORMAR-CONTAS-EXIT.
002040     EXIT.
002050*-----------------------------------------------------------------
002060 4000-ALTERAR.
002070*    ALTERA DESCRICAO E CONTAS DO EVENTO. EVENTO INATIVO VOLTA A
002080*    FICAR ATIVO.
002090     DISPLAY "INFORME O CODIGO DO EVENTO A ALTERAR: "
002100     ACCEPT WS-AUX-EVENTO
002110     PERFORM 7000-PROCURAR-EVENTO
002120         THRU 7000-PROCURAR-EVENTO-EXIT
002130     IF NOT WS-EVENTO-ACHADO
002140         DISPLAY "EVENTO NAO ENCONTRADO"
002150         GO TO 4000-ALTERAR-EXIT
002160     END-IF
002170     DISPLAY "DESCRICAO ATUAL: " WS-TAB-DESCRICAO (WS-IDX-ACHADO)
002180     DISPLAY "CONTA DEBITO ATUAL: "
002190         WS-TAB-CONTA-DEB (WS-IDX-ACHADO)
002200     DISPLAY "CONTA CREDITO ATUAL: "
002210         WS-TAB-CONTA-CRE (WS-IDX-ACHADO)
002220     PERFORM 3100-INFORMAR-CONTAS THRU 3100-INFORMAR-CONTAS-EXIT
002230     IF WS-AUX-CONTA-DEB EQUAL SPACES
002240         OR WS-AUX-CONTA-CRE EQUAL SPACES
002250         GO TO 4000-ALTERAR-EXIT
002260     END-IF
002270     MOVE WS-AUX-DESCRICAO TO WS-TAB-DESCRICAO (WS-IDX-ACHADO)
002280     MOVE WS-AUX-CONTA-DEB TO WS-TAB-CONTA-DEB (WS-IDX-ACHADO)
002290     MOVE WS-AUX-CONTA-CRE TO WS-TAB-CONTA-CRE (WS-IDX-ACHADO)
002300     MOVE "A"              TO WS-TAB-STS       (WS-IDX-ACHADO)
002310     PERFORM 7500-REGRAVAR-ARQUIVO
002320         THRU 7500-REGRAVAR-ARQUIVO-EXIT
002330     DISPLAY "EVENTO ALTERADO COM SUCESSO".
002340 4000-ALTERAR-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------------
002370 5000-INATIVAR.
002380*    EVENTO INATIVO COM VALOR NO DIA FAZ O INTCTB REJEITAR O LOTE.
002390     DISPLAY "INFORME O CODIGO DO EVENTO A INATIVAR: "
002400     ACCEPT WS-AUX-EVENTO
002410     PERFORM 7000-PROCURAR-EVENTO
002420         THRU 7000-PROCURAR-EVENTO-EXIT
002430     IF NOT WS-EVENTO-ACHADO
002440         DISPLAY "EVENTO NAO ENCONTRADO"
002450         GO TO 5000-INATIVAR-EXIT
002460     END-IF
002470     MOVE "I" TO WS-TAB-STS (WS-IDX-ACHADO)
002480     PERFORM 7500-REGRAVAR-ARQUIVO
002490         THRU 7500-REGRAVAR-ARQUIVO-EXIT
002500     DISPLAY "EVENTO INATIVADO COM SUCESSO".
002510 5000-INATIVAR-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------------
002540 6000-LISTAR.
002550     DISPLAY "EVENTO DESCRICAO                      "
002560         "DEBITO       CREDITO      STS"
002570     PERFORM 6100-LISTAR-LINHA
002580         THRU 6100-LISTAR-LINHA-EXIT
002590         VARYING WS-IDX FROM 1 BY 1
002600         UNTIL WS-IDX GREATER THAN WS-QTD-EVENTOS
002610     IF WS-QTD-EVENTOS EQUAL ZEROS
002620         DISPLAY "NENHUM EVENTO CADASTRADO"
002630     END-IF.
002640 6000-LISTAR-EXIT.
002650     EXIT.
002660*-----------------------------------------------------------------
002670 6100-LISTAR-LINHA.
002680     DISPLAY WS-TAB-EVENTO (WS-IDX) "   "
002690         WS-TAB-DESCRICAO (WS-IDX) "  "
002700         WS-TAB-CONTA-DEB (WS-IDX) " "
002710         WS-TAB-CONTA-CRE (WS-IDX) " "
002720         WS-TAB-STS (WS-IDX).
002730 6100-LISTAR-LINHA-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760 7000-PROCURAR-EVENTO.
002770     MOVE "N"   TO WS-SW-EVENTO-ACHADO
002780     MOVE ZEROS TO WS-IDX-ACHADO
002790     PERFORM 7100-COMPARAR-EVENTO
002800         THRU 7100-COMPARAR-EVENTO-EXIT
002810         VARYING WS-IDX FROM 1 BY 1
002820         UNTIL WS-IDX GREATER THAN WS-QTD-EVENTOS.
002830 7000-PROCURAR-EVENTO-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860 7100-COMPARAR-EVENTO.
002870     IF WS-AUX-EVENTO EQUAL WS-TAB-EVENTO (WS-IDX)
002880         MOVE "S"    TO WS-SW-EVENTO-ACHADO
002890         MOVE WS-IDX TO WS-IDX-ACHADO
002900     END-IF.
002910 7100-COMPARAR-EVENTO-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------------
002940 7500-REGRAVAR-ARQUIVO.
002950     OPEN OUTPUT MAPA-CONTABIL
002960     IF NOT WS-FS-MAPCTB-OK
002970         DISPLAY "ERRO AO REGRAVAR MAPA-CONTABIL: " WS-FS-MAPCTB
002980         GO TO 7500-REGRAVAR-ARQUIVO-EXIT
002990     END-IF
003000     PERFORM 7600-GRAVAR-EVENTO
003010         THRU 7600-GRAVAR-EVENTO-EXIT
003020         VARYING WS-IDX FROM 1 BY 1
003030         UNTIL WS-IDX GREATER THAN WS-QTD-EVENTOS
003040     CLOSE MAPA-CONTABIL.
003050 7500-REGRAVAR-ARQUIVO-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080 7600-GRAVAR-EVENTO.
003090     MOVE WS-TAB-EVENTO    (WS-IDX) TO MP-EVENTO
003100     MOVE WS-TAB-DESCRICAO (WS-IDX) TO MP-DESCRICAO
003110     MOVE WS-TAB-CONTA-DEB (WS-IDX) TO MP-CONTA-DEBITO
003120     MOVE WS-TAB-CONTA-CRE (WS-IDX) TO MP-CONTA-CREDITO
003130     MOVE WS-TAB-STS       (WS-IDX) TO MP-STS
003140     WRITE MP-REGISTRO
003150     IF NOT WS-FS-MAPCTB-OK
003160         DISPLAY "ERRO AO GRAVAR MAPA-CONTABIL: " WS-FS-MAPCTB
003170     END-IF.
003180 7600-GRAVAR-EVENTO-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210 8000-LER-MAPA.
003220     READ MAPA-CONTABIL
003230         AT END
003240             MOVE "S" TO WS-SW-FIM-ARQ
003250     END-READ
003260     IF NOT WS-FS-MAPCTB-SUCESSO
003270         MOVE "S" TO WS-SW-FIM-ARQ
003280     END-IF.
003290 8000-LER-MAPA-EXIT.
003300     EXIT.
