000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   01/09/2026 CDM   PROGRAMA ORIGINAL.
000241*   14/10/2026 CDM   BUR-INCLUSAO PASSA A SER ABERTO EM EXTEND
000242*                    (CRIADO NA FALTA), COMO O BUR-EXCLUSAO: O
000243*                    ESTORNO DE BAIXA DO CADCLI TAMBEM GRAVA NELE
000244*                    A REINCLUSAO DO CONTRATO QUE TINHA SIDO
000245*                    EXCLUIDO NA QUITACAO ESTORNADA.
000246*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
000247*                    PROGVAR TERMINOU BEM NA DATA DE PROCESSAMENTO
000248*                    (CTL-LOTE, COPYBOOK LOTREG) E REGISTRA
000249*                    INICIO, FIM, CODIGO DE RETORNO (4 COM ERROS)
000250*                    E CONTADORES DO PASSO.
000251******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. NEGCOB.
000280 ENVIRONMENT DIVISION.
000390     SELECT BUR-INCLUSAO ASSIGN TO BURINCL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-BURINCL.
000411     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS LT-CHAVE-PASSO
000415         FILE STATUS IS WS-FS-CTLLOTE.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  EXT-INADIMPLENTES
000530     LABEL RECORDS ARE STANDARD.
000540 01  NG-REGISTRO.
000550     COPY NEGREG REPLACING LEADING ==WS-NG-== BY ==NG-==.
000551 FD  CTL-LOTE
000552     LABEL RECORDS ARE STANDARD.
000553 01  LT-REGISTRO.
000554     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000560 WORKING-STORAGE SECTION.
000561 01  WS-FS-CTLLOTE                PIC X(02).
000562     88  WS-FS-CTLLOTE-OK         VALUE "00".
000570 01  WS-FS-EXTINAD                PIC X(02).
000580     88  WS-FS-EXTINAD-OK         VALUE "00".
000590     88  WS-FS-EXTINAD-SUCESSO    VALUE "00" THRU "09".
000740     05  WS-CNT-ERRO              PIC 9(05)  VALUE ZEROS COMP.
000750 77  WS-VLR-TOTAL-INCLUIDO        PIC 9(10)V99 VALUE ZEROS.
000760 01  WS-DATA-HOJE                 PIC 9(08).
000761*-----------------------------------------------------------------
000762* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
000763* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
000764* PROCESSAMENTO PARA ESTE PODER COMECAR
000765*-----------------------------------------------------------------
000766 01  WS-CTL-PASSO.
000767     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "NEGCOB".
000768     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
000769     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
000770     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
000771         10  WS-PASSO-HHMMSS      PIC 9(06).
000772         10  FILLER               PIC 9(02).
000773     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
000774     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
000775         88  WS-PASSO-BLOQUEADO   VALUE "S".
000776     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
000777         88  WS-PASSO-NOVO        VALUE "S".
000778     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
000779         88  WS-CTLLOTE-ABERTO    VALUE "S".
000780 01  WS-TAB-PRE-REQ-V.
000781     05  FILLER                   PIC X(08)  VALUE "PROGVAR".
000782 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
000783     05  WS-PRE-REQ               PIC X(08)  OCCURS 1 TIMES.
000784 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 01 COMP.
000785 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
000786 PROCEDURE DIVISION.
000787 0000-MAINLINE.
000790     PERFORM 1000-INICIALIZAR
000800         THRU 1000-INICIALIZAR-EXIT
000810     IF NOT WS-ERRO-INICIALIZACAO
000850         PERFORM 3000-FINALIZAR
000860             THRU 3000-FINALIZAR-EXIT
000870     END-IF
000871     PERFORM 9850-REGISTRAR-PASSO
000872         THRU 9850-REGISTRAR-PASSO-EXIT
000880     GOBACK.
000890*-----------------------------------------------------------------
000900 1000-INICIALIZAR.
000901     PERFORM 9800-VERIFICAR-CADEIA
000902         THRU 9800-VERIFICAR-CADEIA-EXIT
000903     IF WS-PASSO-BLOQUEADO
000904         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
000905             WS-PASSO-DT-PROC
000906         MOVE "S" TO WS-SW-ERRO-INIC
000907         GO TO 1000-INICIALIZAR-EXIT
000908     END-IF
000910     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
000920     OPEN INPUT EXT-INADIMPLENTES
000930     IF NOT WS-FS-EXTINAD-OK
001050         MOVE "S" TO WS-SW-ERRO-INIC
001060         GO TO 1000-INICIALIZAR-EXIT
001070     END-IF
001080     OPEN EXTEND BUR-INCLUSAO
001090     IF NOT WS-FS-BURINCL-OK
001100         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO BUR-INCLUSAO"
001110         CLOSE BUR-INCLUSAO
001120         OPEN OUTPUT BUR-INCLUSAO
001130         CLOSE BUR-INCLUSAO
001140         OPEN EXTEND BUR-INCLUSAO
001150     END-IF
001152     IF NOT WS-FS-BURINCL-OK
001154         DISPLAY "ERRO AO ABRIR BUR-INCLUSAO: " WS-FS-BURINCL
001156         CLOSE EXT-INADIMPLENTES
001158         CLOSE CONTRATOS-MASTER
001160         MOVE "S" TO WS-SW-FIM-ARQ
001162         MOVE "S" TO WS-SW-ERRO-INIC
001164         GO TO 1000-INICIALIZAR-EXIT
001166     END-IF
001170     PERFORM 8000-LER-INADIMPLENTE
001180         THRU 8000-LER-INADIMPLENTE-EXIT.
001190 1000-INICIALIZAR-EXIT.
002070     END-IF.
002080 8000-LER-INADIMPLENTE-EXIT.
002090     EXIT.
002100*-----------------------------------------------------------------
002110* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
002120* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
002130* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
002140* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
002150* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
002160*-----------------------------------------------------------------
002170 9800-VERIFICAR-CADEIA.
002180     MOVE "N" TO WS-SW-PASSO-BLOQ
002190     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
002200     ACCEPT WS-PASSO-HORA FROM TIME
002210     OPEN I-O CTL-LOTE
002220     IF NOT WS-FS-CTLLOTE-OK
002230         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
002240         CLOSE CTL-LOTE
002250         OPEN OUTPUT CTL-LOTE
002260         CLOSE CTL-LOTE
002270         OPEN I-O CTL-LOTE
002280     END-IF
002290     IF NOT WS-FS-CTLLOTE-OK
002300         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
002310         MOVE "S" TO WS-SW-PASSO-BLOQ
002320         GO TO 9800-VERIFICAR-CADEIA-EXIT
002330     END-IF
002340     MOVE "S" TO WS-SW-CTLLOTE
002350     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
002360     MOVE "CADEIA" TO LT-PROGRAMA
002370     READ CTL-LOTE
002380         INVALID KEY
002390             MOVE SPACES TO LT-STS-PASSO
002400     END-READ
002410     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
002420         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
002430     END-IF
002440     PERFORM 9810-CONFERIR-PRE-REQ
002450         THRU 9810-CONFERIR-PRE-REQ-EXIT
002460         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
002470         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
002480     MOVE "N" TO WS-SW-PASSO-NOVO
002490     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
002500     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
002510     READ CTL-LOTE
002520         INVALID KEY
002530             MOVE "S" TO WS-SW-PASSO-NOVO
002540     END-READ
002550     IF WS-PASSO-NOVO
002560         MOVE ZEROS             TO LT-DADOS-PASSO
002570         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
002580         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
002590     END-IF
002600     ADD 1 TO LT-QTD-EXECUCOES
002610     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
002620     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
002630         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
002640     IF WS-PASSO-BLOQUEADO
002650         MOVE "B" TO LT-STS-PASSO
002660     ELSE
002670         MOVE "I" TO LT-STS-PASSO
002680     END-IF
002690     IF WS-PASSO-NOVO
002700         WRITE LT-REGISTRO
002710     ELSE
002720         REWRITE LT-REGISTRO
002730     END-IF
002740     IF NOT WS-FS-CTLLOTE-OK
002750         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
002760         MOVE "S" TO WS-SW-PASSO-BLOQ
002770     END-IF.
002780 9800-VERIFICAR-CADEIA-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------------
002810 9810-CONFERIR-PRE-REQ.
002820     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
002830     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
002840     READ CTL-LOTE
002850         INVALID KEY
002860             MOVE SPACES TO LT-STS-PASSO
002870     END-READ
002880     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
002890         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
002900             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
002910         MOVE "S" TO WS-SW-PASSO-BLOQ
002920     END-IF.
002930 9810-CONFERIR-PRE-REQ-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
002970* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO COM
002980* ERROS, 12 = ERRO NA INICIALIZACAO, 16 = BLOQUEADO POR
002990* PRE-REQUISITO. O CODIGO VOLTA NO RETURN-CODE PARA O LOTCOB.
003010*-----------------------------------------------------------------
003020 9850-REGISTRAR-PASSO.
003030     EVALUATE TRUE
003040         WHEN WS-PASSO-BLOQUEADO
003050             MOVE 16 TO WS-PASSO-RC
003060         WHEN WS-ERRO-INICIALIZACAO
003070             MOVE 12 TO WS-PASSO-RC
003080         WHEN WS-CNT-ERRO GREATER THAN ZEROS
003090             MOVE 4 TO WS-PASSO-RC
003100         WHEN OTHER
003110             MOVE ZEROS TO WS-PASSO-RC
003120     END-EVALUATE
003130     MOVE WS-PASSO-RC TO RETURN-CODE
003140     IF NOT WS-CTLLOTE-ABERTO
003150         GO TO 9850-REGISTRAR-PASSO-EXIT
003160     END-IF
003170     ACCEPT WS-PASSO-HORA FROM TIME
003180     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
003190     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
003200     READ CTL-LOTE
003210         INVALID KEY
003220             DISPLAY "PASSO " WS-PASSO-PROGRAMA
003230                 " NAO ENCONTRADO NO CTL-LOTE"
003240             CLOSE CTL-LOTE
003250             GO TO 9850-REGISTRAR-PASSO-EXIT
003260     END-READ
003270     EVALUATE WS-PASSO-RC
003280         WHEN 16
003290             MOVE "B" TO LT-STS-PASSO
003300         WHEN 12
003310             MOVE "E" TO LT-STS-PASSO
003320         WHEN OTHER
003330             MOVE "F" TO LT-STS-PASSO
003340     END-EVALUATE
003350     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
003360     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
003370     MOVE WS-CNT-LIDOS TO LT-QTD-LIDOS
003380     MOVE WS-CNT-INCLUIDOS TO LT-QTD-GRAVADOS
003390     MOVE WS-CNT-ERRO TO LT-QTD-REJEITADOS
003400     REWRITE LT-REGISTRO
003410     IF NOT WS-FS-CTLLOTE-OK
003420         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
003430     END-IF
003440     CLOSE CTL-LOTE.
003450 9850-REGISTRAR-PASSO-EXIT.
003460     EXIT.
