000010******************************************************************
000020* PROGRAM:     PRMCOB
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     APURACAO NOTURNA DAS PROMESSAS DE PAGAMENTO
000090*              REGISTRADAS NOS CONTATOS DE COBRANCA
000100*              (HIST-CONTATOS, OPCAO C DO CADCLI). PARA CADA
000110*              PROMESSA EM ABERTO,
000120*              SOMA AS BAIXAS DO MOV-PAGAMENTOS DO MESMO CPF +
000130*              CONTRATO COM DATA DE PAGAMENTO ENTRE A DATA DO
000140*              CONTATO E A DATA PROMETIDA (LIQUIDAS DOS ESTORNOS
000150*              DE BAIXAS DESSE PERIODO) E:
000160*              - MARCA COMO CUMPRIDA A PROMESSA CUJO VALOR FOI
000170*                ALCANCADO;
000180*              - MARCA COMO QUEBRADA A PROMESSA VENCIDA HA MAIS DE
000190*                WS-DIAS-CARENCIA DIAS SEM O VALOR ALCANCADO (A
000200*                CARENCIA COBRE O PRAZO DE COMPENSACAO DO BOLETO,
000210*                QUE CHEGA PELO RET-BANCARIO DIAS DEPOIS DO
000220*                PAGAMENTO);
000230*              - MANTEM ABERTA A PROMESSA AINDA NO PRAZO, COM O
000240*                VALOR PAGO ATE AQUI ATUALIZADO.
000250*              AS PROMESSAS QUEBRADAS NA NOITE SAEM NO
000260*              REL-PROMESSAS, PARA A SUPERVISAO. RODA APOS O
000270*              LIQPAG E O LIQAGE. A PROMESSA ABERTA E NO PRAZO
000280*              TIRA O CLIENTE DA FILA DE LIGACAO DO RELDEV E DA
000290*              CARTA DO CARTCOB.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000331*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
000332*                    LIQPAG E LIQAGE TERMINARAM BEM NA DATA DE
000333*                    PROCESSAMENTO (CTL-LOTE, COPYBOOK LOTREG) E
000334*                    REGISTRA INICIO, FIM, CODIGO DE RETORNO (4
000335*                    COM ERROS) E CONTADORES DO PASSO.
000336*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000337*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000338*                    COMUM): A LEITURA DO CLIENTE PELO CPF
000339*                    DEIXA DE USAR CHAVE ALTERNATIVA.
000340*   15/10/2026 CDM   HIST-CONTATOS INEXISTENTE (NENHUM CONTATO
000341*                    REGISTRADO AINDA) E CRIADO VAZIO, SEM PARAR A
000342*                    CADEIA DO LOTE NOTURNO.
000343******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PRMCOB.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT HIST-CONTATOS ASSIGN TO HISTCONT
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS HT-CHAVE-CONTATO
000440         FILE STATUS IS WS-FS-HISTCONT.
000450     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-CPF
000500         FILE STATUS IS WS-FS-CLIMEST.
000510     SELECT MOV-PAGAMENTOS ASSIGN TO MOVPAG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-MOVPAG.
000540     SELECT REL-PROMESSAS ASSIGN TO RELPRM
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-RELPRM.
000561     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS LT-CHAVE-PASSO
000565         FILE STATUS IS WS-FS-CTLLOTE.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  HIST-CONTATOS
000600     LABEL RECORDS ARE STANDARD.
000610 01  HT-REGISTRO.
000620     COPY HCTREG REPLACING LEADING ==WS-HT-== BY ==HT-==.
000630 FD  CLIENTES-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650 01  CM-REGISTRO.
000660     COPY CUSTREG REPLACING LEADING ==WS-== BY ==CM-==.
000670 FD  MOV-PAGAMENTOS
000680     LABEL RECORDS ARE STANDARD.
000690 01  MV-REGISTRO.
000700     COPY MOVPAG REPLACING LEADING ==WS-== BY ==MV-==.
000710 FD  REL-PROMESSAS
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 132 CHARACTERS.
000740 01  WL-LINHA                     PIC X(132).
000741 FD  CTL-LOTE
000742     LABEL RECORDS ARE STANDARD.
000743 01  LT-REGISTRO.
000744     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000750 WORKING-STORAGE SECTION.
000751 01  WS-FS-CTLLOTE                PIC X(02).
000752     88  WS-FS-CTLLOTE-OK         VALUE "00".
000760 01  WS-FS-HISTCONT               PIC X(02).
000770     88  WS-FS-HISTCONT-OK        VALUE "00".
000780     88  WS-FS-HISTCONT-SUCESSO   VALUE "00" THRU "09".
000785     88  WS-FS-HISTCONT-NAO-EXISTE VALUE "35".
000790 01  WS-FS-CLIMEST                PIC X(02).
000800     88  WS-FS-OK                 VALUE "00".
000810 01  WS-FS-MOVPAG                 PIC X(02).
000820     88  WS-FS-MOVPAG-OK          VALUE "00".
000830     88  WS-FS-MOVPAG-SUCESSO     VALUE "00" THRU "09".
000840 01  WS-FS-RELPRM                 PIC X(02).
000850     88  WS-FS-RELPRM-OK          VALUE "00".
000860 01  WS-SWITCHES.
000870     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
000880         88  WS-ERRO-INICIALIZACAO VALUE "S".
000890     05  WS-SW-FIM-HIST           PIC X(01)  VALUE "N".
000900         88  WS-FIM-HIST          VALUE "S".
000910     05  WS-SW-FIM-MOV            PIC X(01)  VALUE "N".
000920         88  WS-FIM-MOV           VALUE "S".
000930 01  WS-CONTADORES.
000940     05  WS-CNT-CONTATOS          PIC 9(07)  VALUE ZEROS COMP.
000950     05  WS-CNT-MOVIMENTOS        PIC 9(07)  VALUE ZEROS COMP.
000960     05  WS-CNT-CUMPRIDAS         PIC 9(05)  VALUE ZEROS COMP.
000970     05  WS-CNT-QUEBRADAS         PIC 9(05)  VALUE ZEROS COMP.
000980     05  WS-CNT-NO-PRAZO          PIC 9(05)  VALUE ZEROS COMP.
000990     05  WS-CNT-ERRO              PIC 9(05)  VALUE ZEROS COMP.
001000*-----------------------------------------------------------------
001010* DIAS CORRIDOS DE TOLERANCIA APOS A DATA PROMETIDA ANTES DE DAR
001020* A PROMESSA COMO QUEBRADA (COMPENSACAO DO BOLETO PAGO NO DIA).
001030*-----------------------------------------------------------------
001040 77  WS-DIAS-CARENCIA             PIC 9(02)  VALUE 03.
001050 77  WS-DIAS-HOJE                 PIC 9(08)  VALUE ZEROS COMP.
001060 77  WS-DIAS-VENCIDOS             PIC S9(05) VALUE ZEROS COMP.
001070*-----------------------------------------------------------------
001080* TABELA DAS PROMESSAS EM ABERTO, CARREGADA DO HIST-CONTATOS E
001090* ACUMULADA NA LEITURA DO MOV-PAGAMENTOS. PASSANDO DO LIMITE, AS
001100* EXCEDENTES FICAM PARA A APURACAO DA NOITE SEGUINTE.
001110*-----------------------------------------------------------------
001120 77  WS-MAX-PROMESSAS             PIC 9(04)  VALUE 2000 COMP.
001130 77  WS-QTD-PROMESSAS             PIC 9(04)  VALUE ZEROS COMP.
001140 77  WS-IDX                       PIC 9(04)  VALUE ZEROS COMP.
001150 01  WS-TAB-PROMESSAS.
001160     05  WS-PRM-ENT               OCCURS 2000 TIMES.
001170         10  WS-PRM-CHAVE.
001180             15  WS-PRM-CPF       PIC 9(11).
001190             15  WS-PRM-NR-CONTRATO PIC 9(03).
001200             15  WS-PRM-DT-CONTATO PIC 9(08).
001210             15  WS-PRM-HORA-CONTATO PIC 9(06).
001220         10  WS-PRM-DT-PROMESSA   PIC 9(08).
001230         10  WS-PRM-VLR-PROMESSA  PIC 9(07)V99.
001240         10  WS-PRM-VLR-PAGO      PIC S9(07)V99.
001250*-----------------------------------------------------------------
001260* AREAS DA CONVERSAO DE DATA EM NUMERO DE DIAS (CALENDARIO
001270* GREGORIANO, ARITMETICA INTEIRA SEM FUNCOES INTRINSECAS)
001280*-----------------------------------------------------------------
001290 01  WS-CNV-DATA                  PIC 9(08).
001300 01  WS-CNV-DATA-R REDEFINES WS-CNV-DATA.
001310     05  WS-CNV-AAAA              PIC 9(04).
001320     05  WS-CNV-MM                PIC 9(02).
001330     05  WS-CNV-DD                PIC 9(02).
001340 77  WS-CNV-ANO-AJ                PIC 9(04)  VALUE ZEROS COMP.
001350 77  WS-CNV-MES-AJ                PIC 9(02)  VALUE ZEROS COMP.
001360 77  WS-CNV-Q4                    PIC 9(04)  VALUE ZEROS COMP.
001370 77  WS-CNV-Q100                  PIC 9(04)  VALUE ZEROS COMP.
001380 77  WS-CNV-Q400                  PIC 9(04)  VALUE ZEROS COMP.
001390 77  WS-CNV-QMES                  PIC 9(04)  VALUE ZEROS COMP.
001400 77  WS-CNV-RESTO                 PIC 9(04)  VALUE ZEROS COMP.
001410 77  WS-CNV-DIAS                  PIC 9(08)  VALUE ZEROS COMP.
001420 01  WS-DATA-HOJE                 PIC 9(08).
001430 77  WS-VLR-FALTA-PROM            PIC S9(07)V99 VALUE ZEROS.
001440 77  WS-TOT-QUEBRADO              PIC 9(09)V99 VALUE ZEROS.
001450 77  WS-MAX-LIN-PAGINA            PIC 9(03) VALUE 050 COMP.
001460 77  WS-CNT-LIN-PAGINA            PIC 9(03) VALUE ZEROS COMP.
001470 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
001480*-----------------------------------------------------------------
001490* AREAS DE IMPRESSAO DO RELATORIO DE PROMESSAS QUEBRADAS
001500*-----------------------------------------------------------------
001510 01  WS-CAB-1.
001520     05  FILLER                   PIC X(20)
001530         VALUE "SETOR DE COBRANCA".
001540     05  FILLER                   PIC X(45) VALUE SPACES.
001550     05  FILLER                   PIC X(34)
001560         VALUE "PROMESSAS DE PAGAMENTO QUEBRADAS".
001570     05  FILLER                   PIC X(23) VALUE SPACES.
001580     05  FILLER                   PIC X(07) VALUE "PAGINA ".
001590     05  WS-CAB-PAGINA            PIC ZZ9.
001600 01  WS-CAB-2.
001610     05  FILLER                   PIC X(06) VALUE "DATA: ".
001620     05  WS-CAB-DATA              PIC 9(08).
001630     05  FILLER                   PIC X(20)
001640         VALUE "  CARENCIA EM DIAS: ".
001650     05  WS-CAB-CARENCIA          PIC Z9.
001660     05  FILLER                   PIC X(96) VALUE SPACES.
001670 01  WS-CAB-3.
001680     05  FILLER                   PIC X(13) VALUE "CPF".
001690     05  FILLER                   PIC X(12) VALUE "NOME".
001700     05  FILLER                   PIC X(11) VALUE "TELEFONE".
001710     05  FILLER                   PIC X(05) VALUE "CTR".
001720     05  FILLER                   PIC X(10) VALUE "CONTATO".
001730     05  FILLER                   PIC X(07) VALUE "OPER".
001740     05  FILLER                   PIC X(10) VALUE "PROMETIDO".
001750     05  FILLER                   PIC X(15) VALUE "VLR PROMETIDO".
001760     05  FILLER                   PIC X(15) VALUE "VLR PAGO".
001770     05  FILLER                   PIC X(15) VALUE "FALTOU".
001780 01  WS-DET.
001790     05  WS-DET-CPF               PIC 9(11).
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001810     05  WS-DET-NOME              PIC X(10).
001820     05  FILLER                   PIC X(02) VALUE SPACES.
001830     05  WS-DET-FONE              PIC X(09).
001840     05  FILLER                   PIC X(02) VALUE SPACES.
001850     05  WS-DET-NR-CONTRATO       PIC ZZ9.
001860     05  FILLER                   PIC X(02) VALUE SPACES.
001870     05  WS-DET-DT-CONTATO        PIC 9(08).
001880     05  FILLER                   PIC X(02) VALUE SPACES.
001890     05  WS-DET-OPERADOR          PIC X(05).
001900     05  FILLER                   PIC X(02) VALUE SPACES.
001910     05  WS-DET-DT-PROMESSA       PIC 9(08).
001920     05  FILLER                   PIC X(02) VALUE SPACES.
001930     05  WS-DET-VLR-PROMESSA      PIC $$,$$$,$$9.99.
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  WS-DET-VLR-PAGO          PIC $$,$$$,$$9.99.
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  WS-DET-VLR-FALTA         PIC $$,$$$,$$9.99.
001980 01  WS-LIN-RESUMO.
001990     05  FILLER                   PIC X(22)
002000         VALUE "PROMESSAS APURADAS: ".
002010     05  WS-RES-APURADAS          PIC ZZ,ZZ9.
002020     05  FILLER                   PIC X(13) VALUE "  CUMPRIDAS: ".
002030     05  WS-RES-CUMPRIDAS         PIC ZZ,ZZ9.
002040     05  FILLER                   PIC X(13) VALUE "  QUEBRADAS: ".
002050     05  WS-RES-QUEBRADAS         PIC ZZ,ZZ9.
002060     05  FILLER                   PIC X(12) VALUE "  NO PRAZO: ".
002070     05  WS-RES-NO-PRAZO          PIC ZZ,ZZ9.
002080     05  FILLER                   PIC X(19)
002090         VALUE "  VALOR QUEBRADO: ".
002100     05  WS-RES-TOT-QUEBRADO      PIC $$$,$$$,$$9.99.
002101*-----------------------------------------------------------------
002102* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
002103* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
002104* PROCESSAMENTO PARA ESTE PODER COMECAR
002105*-----------------------------------------------------------------
002106 01  WS-CTL-PASSO.
002107     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "PRMCOB".
002108     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
002109     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
002110     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
002111         10  WS-PASSO-HHMMSS      PIC 9(06).
002112         10  FILLER               PIC 9(02).
002113     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
002114     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
002115         88  WS-PASSO-BLOQUEADO   VALUE "S".
002116     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
002117         88  WS-PASSO-NOVO        VALUE "S".
002118     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
002119         88  WS-CTLLOTE-ABERTO    VALUE "S".
002120 01  WS-TAB-PRE-REQ-V.
002121     05  FILLER                   PIC X(08)  VALUE "LIQPAG".
002122     05  FILLER                   PIC X(08)  VALUE "LIQAGE".
002123 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
002124     05  WS-PRE-REQ               PIC X(08)  OCCURS 2 TIMES.
002125 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 02 COMP.
002126 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
002127 PROCEDURE DIVISION.
002128 0000-MAINLINE.
002130     PERFORM 1000-INICIALIZAR
002140         THRU 1000-INICIALIZAR-EXIT
002150     IF NOT WS-ERRO-INICIALIZACAO
002160         PERFORM 1100-CARREGAR-PROMESSAS
002170             THRU 1100-CARREGAR-PROMESSAS-EXIT
002180         PERFORM 2000-APURAR-PAGAMENTOS
002190             THRU 2000-APURAR-PAGAMENTOS-EXIT
002200         PERFORM 3000-ATUALIZAR-PROMESSA
002210             THRU 3000-ATUALIZAR-PROMESSA-EXIT
002220             VARYING WS-IDX FROM 1 BY 1
002230             UNTIL WS-IDX GREATER THAN WS-QTD-PROMESSAS
002240         PERFORM 4000-FINALIZAR
002250             THRU 4000-FINALIZAR-EXIT
002260     END-IF
002261     PERFORM 9850-REGISTRAR-PASSO
002262         THRU 9850-REGISTRAR-PASSO-EXIT
002270     GOBACK.
002280*-----------------------------------------------------------------
002290 1000-INICIALIZAR.
002291     PERFORM 9800-VERIFICAR-CADEIA
002292         THRU 9800-VERIFICAR-CADEIA-EXIT
002293     IF WS-PASSO-BLOQUEADO
002294         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
002295             WS-PASSO-DT-PROC
002296         MOVE "S" TO WS-SW-ERRO-INIC
002297         GO TO 1000-INICIALIZAR-EXIT
002298     END-IF
002300     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002310     MOVE WS-DATA-HOJE TO WS-CNV-DATA
002320     PERFORM 9100-CONVERTER-DATA-DIAS
002330         THRU 9100-CONVERTER-DATA-DIAS-EXIT
002340     MOVE WS-CNV-DIAS TO WS-DIAS-HOJE
002341*    SEM CONTATO REGISTRADO AINDA NO CADCLI O HIST-CONTATOS NAO
002342*    EXISTE: E CRIADO VAZIO E O PASSO TERMINA SEM PROMESSAS.
002350     OPEN I-O HIST-CONTATOS
002351     IF WS-FS-HISTCONT-NAO-EXISTE
002352         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO HIST-CONTATOS"
002353         CLOSE HIST-CONTATOS
002354         OPEN OUTPUT HIST-CONTATOS
002355         CLOSE HIST-CONTATOS
002356         OPEN I-O HIST-CONTATOS
002357     END-IF
002360     IF NOT WS-FS-HISTCONT-OK
002370         DISPLAY "ERRO AO ABRIR HIST-CONTATOS: " WS-FS-HISTCONT
002380         MOVE "S" TO WS-SW-ERRO-INIC
002390         GO TO 1000-INICIALIZAR-EXIT
002400     END-IF
002410     OPEN INPUT CLIENTES-MASTER
002420     IF NOT WS-FS-OK
002430         DISPLAY "ERRO AO ABRIR CLIENTES-MASTER: " WS-FS-CLIMEST
002440         CLOSE HIST-CONTATOS
002450         MOVE "S" TO WS-SW-ERRO-INIC
002460         GO TO 1000-INICIALIZAR-EXIT
002470     END-IF
002480     OPEN OUTPUT REL-PROMESSAS
002490     IF NOT WS-FS-RELPRM-OK
002500         DISPLAY "ERRO AO ABRIR REL-PROMESSAS: " WS-FS-RELPRM
002510         CLOSE HIST-CONTATOS
002520         CLOSE CLIENTES-MASTER
002530         MOVE "S" TO WS-SW-ERRO-INIC
002540         GO TO 1000-INICIALIZAR-EXIT
002550     END-IF
002560     MOVE WS-DATA-HOJE     TO WS-CAB-DATA
002570     MOVE WS-DIAS-CARENCIA TO WS-CAB-CARENCIA
002580     PERFORM 7000-IMPRIMIR-CABECALHO
002590         THRU 7000-IMPRIMIR-CABECALHO-EXIT.
002600 1000-INICIALIZAR-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------------
002630 1100-CARREGAR-PROMESSAS.
002640*    PERCORRE O HIST-CONTATOS E GUARDA NA TABELA AS PROMESSAS
002650*    AINDA EM ABERTO, COM O VALOR PAGO ZERADO PARA A APURACAO.
002660     MOVE ZEROS TO WS-QTD-PROMESSAS
002670     MOVE "N"   TO WS-SW-FIM-HIST
002680     PERFORM 8000-LER-CONTATO THRU 8000-LER-CONTATO-EXIT
002690     PERFORM 1110-GUARDAR-PROMESSA
002700         THRU 1110-GUARDAR-PROMESSA-EXIT
002710         UNTIL WS-FIM-HIST.
002720 1100-CARREGAR-PROMESSAS-EXIT.
002730     EXIT.
002740*-----------------------------------------------------------------
002750 1110-GUARDAR-PROMESSA.
002760     ADD 1 TO WS-CNT-CONTATOS
002770     IF NOT HT-COM-PROMESSA
002780         OR NOT HT-PROM-ABERTA
002790         PERFORM 8000-LER-CONTATO THRU 8000-LER-CONTATO-EXIT
002800         GO TO 1110-GUARDAR-PROMESSA-EXIT
002810     END-IF
002820     IF HT-VLR-PROMESSA NOT NUMERIC
002830         OR HT-DT-PROMESSA NOT NUMERIC
002840         ADD 1 TO WS-CNT-ERRO
002850         DISPLAY "PROMESSA COM VALOR OU DATA INVALIDA, CPF: "
002860             HT-CPF " CONTRATO: " HT-NR-CONTRATO
002870         PERFORM 8000-LER-CONTATO THRU 8000-LER-CONTATO-EXIT
002880         GO TO 1110-GUARDAR-PROMESSA-EXIT
002890     END-IF
002900     IF WS-QTD-PROMESSAS NOT LESS THAN WS-MAX-PROMESSAS
002910         ADD 1 TO WS-CNT-ERRO
002920         DISPLAY "TABELA DE PROMESSAS CHEIA, PROMESSA FICA PARA "
002930             "A PROXIMA APURACAO, CPF: " HT-CPF
002940         PERFORM 8000-LER-CONTATO THRU 8000-LER-CONTATO-EXIT
002950         GO TO 1110-GUARDAR-PROMESSA-EXIT
002960     END-IF
002970     ADD 1 TO WS-QTD-PROMESSAS
002980     MOVE HT-CHAVE-CONTATO TO WS-PRM-CHAVE (WS-QTD-PROMESSAS)
002990     MOVE HT-DT-PROMESSA
003000         TO WS-PRM-DT-PROMESSA (WS-QTD-PROMESSAS)
003010     MOVE HT-VLR-PROMESSA
003020         TO WS-PRM-VLR-PROMESSA (WS-QTD-PROMESSAS)
003030     MOVE ZEROS            TO WS-PRM-VLR-PAGO (WS-QTD-PROMESSAS)
003040     PERFORM 8000-LER-CONTATO THRU 8000-LER-CONTATO-EXIT.
003050 1110-GUARDAR-PROMESSA-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080 2000-APURAR-PAGAMENTOS.
003090*    UMA PASSADA NO MOV-PAGAMENTOS, CREDITANDO CADA BAIXA (E
003100*    DEBITANDO CADA ESTORNO) NAS PROMESSAS DO MESMO CPF +
003110*    CONTRATO CUJO PERIODO CONTATO-PROMESSA CONTEM A DATA DA
003120*    BAIXA. SEM O ARQUIVO, NENHUM PAGAMENTO E CONSIDERADO.
003130     IF WS-QTD-PROMESSAS EQUAL ZEROS
003140         GO TO 2000-APURAR-PAGAMENTOS-EXIT
003150     END-IF
003160     OPEN INPUT MOV-PAGAMENTOS
003170     IF NOT WS-FS-MOVPAG-OK
003180         DISPLAY "MOV-PAGAMENTOS NAO ENCONTRADO, NENHUM "
003190             "PAGAMENTO APURADO"
003200         CLOSE MOV-PAGAMENTOS
003210         GO TO 2000-APURAR-PAGAMENTOS-EXIT
003220     END-IF
003230     MOVE "N" TO WS-SW-FIM-MOV
003240     PERFORM 8100-LER-MOVIMENTO THRU 8100-LER-MOVIMENTO-EXIT
003250     PERFORM 2100-APURAR-MOVIMENTO
003260         THRU 2100-APURAR-MOVIMENTO-EXIT
003270         UNTIL WS-FIM-MOV
003280     CLOSE MOV-PAGAMENTOS.
003290 2000-APURAR-PAGAMENTOS-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320 2100-APURAR-MOVIMENTO.
003330     ADD 1 TO WS-CNT-MOVIMENTOS
003340     PERFORM 2110-CONFERIR-PROMESSA
003350         THRU 2110-CONFERIR-PROMESSA-EXIT
003360         VARYING WS-IDX FROM 1 BY 1
003370         UNTIL WS-IDX GREATER THAN WS-QTD-PROMESSAS
003380     PERFORM 8100-LER-MOVIMENTO THRU 8100-LER-MOVIMENTO-EXIT.
003390 2100-APURAR-MOVIMENTO-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------------
003420 2110-CONFERIR-PROMESSA.
003430*    O ESTORNO E CONFRONTADO PELA DATA DA BAIXA QUE ELE DESFAZ
003440*    (MV-REF-DT-PAGTO), PARA ANULAR A BAIXA QUE CONTOU AQUI.
003450     IF MV-CPF NOT EQUAL WS-PRM-CPF (WS-IDX)
003460         OR MV-NR-CONTRATO NOT EQUAL WS-PRM-NR-CONTRATO (WS-IDX)
003470         GO TO 2110-CONFERIR-PROMESSA-EXIT
003480     END-IF
003490     IF MV-ESTORNO
003500         IF MV-REF-DT-PAGTO NOT LESS THAN
003510             WS-PRM-DT-CONTATO (WS-IDX)
003520             AND MV-REF-DT-PAGTO NOT GREATER THAN
003530                 WS-PRM-DT-PROMESSA (WS-IDX)
003540             SUBTRACT MV-VLR-PAGO FROM WS-PRM-VLR-PAGO (WS-IDX)
003550         END-IF
003560     ELSE
003570         IF MV-DT-PAGTO NOT LESS THAN WS-PRM-DT-CONTATO (WS-IDX)
003580             AND MV-DT-PAGTO NOT GREATER THAN
003590                 WS-PRM-DT-PROMESSA (WS-IDX)
003600             ADD MV-VLR-PAGO TO WS-PRM-VLR-PAGO (WS-IDX)
003610         END-IF
003620     END-IF.
003630 2110-CONFERIR-PROMESSA-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003660 3000-ATUALIZAR-PROMESSA.
003670*    RELE O CONTATO PELA CHAVE E GRAVA A SITUACAO APURADA, O
003680*    VALOR PAGO NO PERIODO E A DATA DA APURACAO.
003690     MOVE WS-PRM-CHAVE (WS-IDX) TO HT-CHAVE-CONTATO
003700     READ HIST-CONTATOS
003710         INVALID KEY
003720             ADD 1 TO WS-CNT-ERRO
003730             DISPLAY "CONTATO NAO ENCONTRADO NA ATUALIZACAO, "
003740                 "CPF: " WS-PRM-CPF (WS-IDX)
003750             GO TO 3000-ATUALIZAR-PROMESSA-EXIT
003760     END-READ
003770     IF WS-PRM-VLR-PAGO (WS-IDX) LESS THAN ZEROS
003780         MOVE ZEROS TO WS-PRM-VLR-PAGO (WS-IDX)
003790     END-IF
003800     MOVE WS-PRM-VLR-PAGO (WS-IDX) TO HT-VLR-PAGO-PROM
003810     MOVE WS-DATA-HOJE             TO HT-DT-APURACAO
003820
003830     MOVE WS-PRM-DT-PROMESSA (WS-IDX) TO WS-CNV-DATA
003840     PERFORM 9100-CONVERTER-DATA-DIAS
003850         THRU 9100-CONVERTER-DATA-DIAS-EXIT
003860     COMPUTE WS-DIAS-VENCIDOS = WS-DIAS-HOJE - WS-CNV-DIAS
003870
003880     EVALUATE TRUE
003890         WHEN WS-PRM-VLR-PAGO (WS-IDX) NOT LESS THAN
003900             WS-PRM-VLR-PROMESSA (WS-IDX)
003910             MOVE "C" TO HT-STS-PROMESSA
003920             ADD 1 TO WS-CNT-CUMPRIDAS
003930         WHEN WS-DIAS-VENCIDOS GREATER THAN WS-DIAS-CARENCIA
003940             MOVE "Q" TO HT-STS-PROMESSA
003950             ADD 1 TO WS-CNT-QUEBRADAS
003960         WHEN OTHER
003970             ADD 1 TO WS-CNT-NO-PRAZO
003980     END-EVALUATE
003990
004000     REWRITE HT-REGISTRO
004010     IF NOT WS-FS-HISTCONT-OK
004020         ADD 1 TO WS-CNT-ERRO
004030         DISPLAY "ERRO AO GRAVAR HIST-CONTATOS: " WS-FS-HISTCONT
004040             " CPF: " HT-CPF
004050     END-IF
004060
004070     IF HT-PROM-QUEBRADA
004080         PERFORM 7500-IMPRIMIR-QUEBRADA
004090             THRU 7500-IMPRIMIR-QUEBRADA-EXIT
004100     END-IF.
004110 3000-ATUALIZAR-PROMESSA-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140 4000-FINALIZAR.
004150     MOVE WS-QTD-PROMESSAS TO WS-RES-APURADAS
004160     MOVE WS-CNT-CUMPRIDAS TO WS-RES-CUMPRIDAS
004170     MOVE WS-CNT-QUEBRADAS TO WS-RES-QUEBRADAS
004180     MOVE WS-CNT-NO-PRAZO  TO WS-RES-NO-PRAZO
004190     MOVE WS-TOT-QUEBRADO  TO WS-RES-TOT-QUEBRADO
004200     WRITE WL-LINHA FROM WS-LIN-RESUMO AFTER ADVANCING 2 LINES
004210
004220     DISPLAY "PRMCOB ENCERRADO. CONTATOS: " WS-CNT-CONTATOS
004230         " PROMESSAS: " WS-QTD-PROMESSAS
004240         " CUMPRIDAS: " WS-CNT-CUMPRIDAS
004250         " QUEBRADAS: " WS-CNT-QUEBRADAS
004260         " NO PRAZO: " WS-CNT-NO-PRAZO
004270         " ERROS: " WS-CNT-ERRO
004280
004290     CLOSE HIST-CONTATOS
004300     CLOSE CLIENTES-MASTER
004310     CLOSE REL-PROMESSAS.
004320 4000-FINALIZAR-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------------
004350 7000-IMPRIMIR-CABECALHO.
004360     ADD 1 TO WS-NR-PAGINA
004370     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
004380     IF WS-NR-PAGINA EQUAL 1
004390         WRITE WL-LINHA FROM WS-CAB-1
004400     ELSE
004410         WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
004420     END-IF
004430     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
004440     WRITE WL-LINHA FROM WS-CAB-3 AFTER ADVANCING 2 LINES
004450     MOVE ZEROS TO WS-CNT-LIN-PAGINA.
004460 7000-IMPRIMIR-CABECALHO-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------------
004490 7500-IMPRIMIR-QUEBRADA.
004500*    NOME E TELEFONE VEM DO CLIENTES-MASTER (CHAVE PRIMARIA
004510*    CPF); SEM O CLIENTE, A LINHA SAI SO COM O CPF.
004520     IF WS-CNT-LIN-PAGINA NOT LESS THAN WS-MAX-LIN-PAGINA
004530         PERFORM 7000-IMPRIMIR-CABECALHO
004540             THRU 7000-IMPRIMIR-CABECALHO-EXIT
004550     END-IF
004560     MOVE SPACES TO WS-DET-NOME
004570     MOVE SPACES TO WS-DET-FONE
004580     MOVE HT-CPF TO CM-CPF
004590     READ CLIENTES-MASTER
004610         INVALID KEY
004620             MOVE "*SEM CAD*" TO WS-DET-NOME
004630         NOT INVALID KEY
004640             MOVE CM-NOME     TO WS-DET-NOME
004650             MOVE CM-TELEFONE TO WS-DET-FONE
004660     END-READ
004670     COMPUTE WS-VLR-FALTA-PROM = HT-VLR-PROMESSA -
004680         HT-VLR-PAGO-PROM
004690     ADD WS-VLR-FALTA-PROM TO WS-TOT-QUEBRADO
004700     MOVE HT-CPF            TO WS-DET-CPF
004710     MOVE HT-NR-CONTRATO    TO WS-DET-NR-CONTRATO
004720     MOVE HT-DT-CONTATO     TO WS-DET-DT-CONTATO
004730     MOVE HT-OPERADOR       TO WS-DET-OPERADOR
004740     MOVE HT-DT-PROMESSA    TO WS-DET-DT-PROMESSA
004750     MOVE HT-VLR-PROMESSA   TO WS-DET-VLR-PROMESSA
004760     MOVE HT-VLR-PAGO-PROM  TO WS-DET-VLR-PAGO
004770     MOVE WS-VLR-FALTA-PROM TO WS-DET-VLR-FALTA
004780     WRITE WL-LINHA FROM WS-DET AFTER ADVANCING 1 LINE
004790     ADD 1 TO WS-CNT-LIN-PAGINA.
004800 7500-IMPRIMIR-QUEBRADA-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830 8000-LER-CONTATO.
004840     READ HIST-CONTATOS NEXT RECORD
004850         AT END
004860             MOVE "S" TO WS-SW-FIM-HIST
004870     END-READ
004880     IF NOT WS-FS-HISTCONT-SUCESSO
004890         MOVE "S" TO WS-SW-FIM-HIST
004900     END-IF.
004910 8000-LER-CONTATO-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940 8100-LER-MOVIMENTO.
004950     READ MOV-PAGAMENTOS
004960         AT END
004970             MOVE "S" TO WS-SW-FIM-MOV
004980     END-READ
004990     IF NOT WS-FS-MOVPAG-SUCESSO
005000         MOVE "S" TO WS-SW-FIM-MOV
005010     END-IF.
005020 8100-LER-MOVIMENTO-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------------
005050 9100-CONVERTER-DATA-DIAS.
005060*    CONVERTE A DATA AAAAMMDD DE WS-CNV-DATA EM NUMERO DE DIAS
005070*    CORRIDOS DO CALENDARIO GREGORIANO (WS-CNV-DIAS), MESMA ROTINA
005080*    DO PROGVAR.
005090     IF WS-CNV-MM LESS THAN OR EQUAL TO 2
005100         COMPUTE WS-CNV-ANO-AJ = WS-CNV-AAAA - 1
005110         COMPUTE WS-CNV-MES-AJ = WS-CNV-MM + 12
005120     ELSE
005130         MOVE WS-CNV-AAAA TO WS-CNV-ANO-AJ
005140         MOVE WS-CNV-MM   TO WS-CNV-MES-AJ
005150     END-IF
005160     DIVIDE WS-CNV-ANO-AJ BY 4 GIVING WS-CNV-Q4
005170         REMAINDER WS-CNV-RESTO
005180     DIVIDE WS-CNV-ANO-AJ BY 100 GIVING WS-CNV-Q100
005190         REMAINDER WS-CNV-RESTO
005200     DIVIDE WS-CNV-ANO-AJ BY 400 GIVING WS-CNV-Q400
005210         REMAINDER WS-CNV-RESTO
005220     COMPUTE WS-CNV-QMES = (153 * (WS-CNV-MES-AJ + 1)) / 5
005230     COMPUTE WS-CNV-DIAS = (365 * WS-CNV-ANO-AJ)
005240         + WS-CNV-Q4 - WS-CNV-Q100 + WS-CNV-Q400
005250         + WS-CNV-QMES + WS-CNV-DD.
005260 9100-CONVERTER-DATA-DIAS-EXIT.
005270     EXIT.
005280*-----------------------------------------------------------------
005290* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
005300* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
005310* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
005320* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
005330* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
005340*-----------------------------------------------------------------
005350 9800-VERIFICAR-CADEIA.
005360     MOVE "N" TO WS-SW-PASSO-BLOQ
005370     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
005380     ACCEPT WS-PASSO-HORA FROM TIME
005390     OPEN I-O CTL-LOTE
005400     IF NOT WS-FS-CTLLOTE-OK
005410         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
005420         CLOSE CTL-LOTE
005430         OPEN OUTPUT CTL-LOTE
005440         CLOSE CTL-LOTE
005450         OPEN I-O CTL-LOTE
005460     END-IF
005470     IF NOT WS-FS-CTLLOTE-OK
005480         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
005490         MOVE "S" TO WS-SW-PASSO-BLOQ
005500         GO TO 9800-VERIFICAR-CADEIA-EXIT
005510     END-IF
005520     MOVE "S" TO WS-SW-CTLLOTE
005530     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
005540     MOVE "CADEIA" TO LT-PROGRAMA
005550     READ CTL-LOTE
005560         INVALID KEY
005570             MOVE SPACES TO LT-STS-PASSO
005580     END-READ
005590     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
005600         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
005610     END-IF
005620     PERFORM 9810-CONFERIR-PRE-REQ
005630         THRU 9810-CONFERIR-PRE-REQ-EXIT
005640         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
005650         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
005660     MOVE "N" TO WS-SW-PASSO-NOVO
005670     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
005680     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
005690     READ CTL-LOTE
005700         INVALID KEY
005710             MOVE "S" TO WS-SW-PASSO-NOVO
005720     END-READ
005730     IF WS-PASSO-NOVO
005740         MOVE ZEROS             TO LT-DADOS-PASSO
005750         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
005760         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
005770     END-IF
005780     ADD 1 TO LT-QTD-EXECUCOES
005790     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
005800     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
005810         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
005820     IF WS-PASSO-BLOQUEADO
005830         MOVE "B" TO LT-STS-PASSO
005840     ELSE
005850         MOVE "I" TO LT-STS-PASSO
005860     END-IF
005870     IF WS-PASSO-NOVO
005880         WRITE LT-REGISTRO
005890     ELSE
005900         REWRITE LT-REGISTRO
005910     END-IF
005920     IF NOT WS-FS-CTLLOTE-OK
005930         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
005940         MOVE "S" TO WS-SW-PASSO-BLOQ
005950     END-IF.
005960 9800-VERIFICAR-CADEIA-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------------
005990 9810-CONFERIR-PRE-REQ.
006000     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
006010     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
006020     READ CTL-LOTE
006030         INVALID KEY
006040             MOVE SPACES TO LT-STS-PASSO
006050     END-READ
006060     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
006070         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
006080             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
006090         MOVE "S" TO WS-SW-PASSO-BLOQ
006100     END-IF.
006110 9810-CONFERIR-PRE-REQ-EXIT.
006120     EXIT.
006130*-----------------------------------------------------------------
006140* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
006150* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO COM
006160* ERROS, 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO POR
006170* PRE-REQUISITO. O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
006190*-----------------------------------------------------------------
006200 9850-REGISTRAR-PASSO.
006210     EVALUATE TRUE
006220         WHEN WS-PASSO-BLOQUEADO
006230             MOVE 16 TO WS-PASSO-RC
006240         WHEN WS-ERRO-INICIALIZACAO
006250             MOVE 12 TO WS-PASSO-RC
006260         WHEN WS-CNT-ERRO GREATER THAN ZEROS
006270             MOVE 4 TO WS-PASSO-RC
006280         WHEN OTHER
006290             MOVE ZEROS TO WS-PASSO-RC
006300     END-EVALUATE
006310     MOVE WS-PASSO-RC TO RETURN-CODE
006320     IF NOT WS-CTLLOTE-ABERTO
006330         GO TO 9850-REGISTRAR-PASSO-EXIT
006340     END-IF
006350     ACCEPT WS-PASSO-HORA FROM TIME
006360     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
006370     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
006380     READ CTL-LOTE
006390         INVALID KEY
006400             DISPLAY "PASSO " WS-PASSO-PROGRAMA
006410                 " NAO ENCONTRADO NO CTL-LOTE"
006420             CLOSE CTL-LOTE
006430             GO TO 9850-REGISTRAR-PASSO-EXIT
006440     END-READ
006450     EVALUATE WS-PASSO-RC
006460         WHEN 16
006470             MOVE "B" TO LT-STS-PASSO
006480         WHEN 12
006490             MOVE "E" TO LT-STS-PASSO
006500         WHEN OTHER
006510             MOVE "F" TO LT-STS-PASSO
006520     END-EVALUATE
006530     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
006540     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
006550     MOVE WS-CNT-CONTATOS TO LT-QTD-LIDOS
006560     COMPUTE LT-QTD-GRAVADOS = WS-CNT-CUMPRIDAS + WS-CNT-QUEBRADAS
006570     MOVE WS-CNT-ERRO TO LT-QTD-REJEITADOS
006580     MOVE WS-TOT-QUEBRADO TO LT-VLR-TOTAL
006590     REWRITE LT-REGISTRO
006600     IF NOT WS-FS-CTLLOTE-OK
006610         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
006620     END-IF
006630     CLOSE CTL-LOTE.
006640 9850-REGISTRAR-PASSO-EXIT.
006650     EXIT.
