000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   22/08/2026 CDM   PROGRAMA ORIGINAL.
000241*   14/10/2026 CDM   CLIENTE COM PROMESSA DE PAGAMENTO EM ABERTO E
000242*                    NO PRAZO (HIST-CONTATOS, OPCAO C DO CADCLI)
000243*                    NAO RECEBE CARTA; A QUANTIDADE DE CARTAS
000244*                    SUSPENSAS SAI NO RESUMO.
000245*   14/10/2026 CDM   A CARTA PASSA A TRAZER O BLOCO DE ENDERECO DE
000246*                    CORRESPONDENCIA DO CLIENTE (END-CLIENTES,
000247*                    OPCAO N DO CADCLI). CLIENTE SEM ENDERECO,
000248*                    COM ENDERECO INCOMPLETO OU COM CARTA
000249*                    DEVOLVIDA PELO CORREIO (OPCAO D DO CADCLI)
000250*                    NAO RECEBE CARTA: SAI NA LISTA DE EXCECAO
000251*                    (CARTAS-EXCECAO) COM O MOTIVO, PARA A
000252*                    ATUALIZACAO DO CADASTRO.
000253*   14/10/2026 CDM   PASSO DA CADEIA DO LOTE NOTURNO: SO INICIA SE
000254*                    PROGVAR TERMINOU BEM NA DATA DE PROCESSAMENTO
000255*                    (CTL-LOTE, COPYBOOK LOTREG) E REGISTRA
000256*                    INICIO, FIM, CODIGO DE RETORNO (4 COM
000257*                    CLIENTES SEM ENDERECO) E CONTADORES DO PASSO.
000258******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CARTCOB.
000280 ENVIRONMENT DIVISION.
000340     SELECT CARTAS-COBRANCA ASSIGN TO CARTCOB
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-FS-CARTAS.
000361     SELECT HIST-CONTATOS ASSIGN TO HISTCONT
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS HT-CHAVE-CONTATO
000365         FILE STATUS IS WS-FS-HISTCONT.
000366     SELECT END-CLIENTES ASSIGN TO ENDCLI
000367         ORGANIZATION IS INDEXED
000368         ACCESS MODE IS DYNAMIC
000369         RECORD KEY IS EN-CPF
000370         FILE STATUS IS WS-FS-ENDCLI.
000371     SELECT CARTAS-EXCECAO ASSIGN TO CARTEXC
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS WS-FS-CARTEXC.
000374     SELECT CTL-LOTE ASSIGN TO CTLLOTE
000375         ORGANIZATION IS INDEXED
000376         ACCESS MODE IS DYNAMIC
000377         RECORD KEY IS LT-CHAVE-PASSO
000378         FILE STATUS IS WS-FS-CTLLOTE.
000379 DATA DIVISION.
000380 FILE SECTION.
000390 FD  EXT-INADIMPLENTES
000400     LABEL RECORDS ARE STANDARD.
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 132 CHARACTERS.
000540 01  WL-LINHA                     PIC X(132).
000541 FD  HIST-CONTATOS
000542     LABEL RECORDS ARE STANDARD.
000543 01  HT-REGISTRO.
000544     COPY HCTREG REPLACING LEADING ==WS-HT-== BY ==HT-==.
000545 FD  END-CLIENTES
000546     LABEL RECORDS ARE STANDARD.
000547 01  EN-REGISTRO.
000548     COPY ENDREG REPLACING LEADING ==WS-EN-== BY ==EN-==.
000549 FD  CARTAS-EXCECAO
000550     LABEL RECORDS ARE STANDARD
000551     RECORD CONTAINS 132 CHARACTERS.
000552 01  WX-LINHA                     PIC X(132).
000553 FD  CTL-LOTE
000554     LABEL RECORDS ARE STANDARD.
000555 01  LT-REGISTRO.
000556     COPY LOTREG REPLACING LEADING ==WS-LT-== BY ==LT-==.
000557 WORKING-STORAGE SECTION.
000558 01  WS-FS-CTLLOTE                PIC X(02).
000559     88  WS-FS-CTLLOTE-OK         VALUE "00".
000560 01  WS-FS-EXTINAD                PIC X(02).
000570     88  WS-FS-EXTINAD-OK         VALUE "00".
000580     88  WS-FS-EXTINAD-SUCESSO    VALUE "00" THRU "09".
000590 01  WS-FS-CARTAS                 PIC X(02).
000600     88  WS-FS-CARTAS-OK          VALUE "00".
000601 01  WS-FS-HISTCONT               PIC X(02).
000602     88  WS-FS-HISTCONT-OK        VALUE "00".
000603 01  WS-FS-ENDCLI                 PIC X(02).
000604     88  WS-FS-ENDCLI-OK          VALUE "00".
000605 01  WS-FS-CARTEXC                PIC X(02).
000606     88  WS-FS-CARTEXC-OK         VALUE "00".
000610 01  WS-SWITCHES.
000620     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000630         88  WS-FIM-ARQ           VALUE "S".
000640     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
000650         88  WS-ERRO-INICIALIZACAO VALUE "S".
000651     05  WS-SW-SEM-CONTATOS       PIC X(01)  VALUE "N".
000652         88  WS-SEM-CONTATOS      VALUE "S".
000653     05  WS-SW-FIM-CONTATOS       PIC X(01)  VALUE "N".
000654         88  WS-FIM-CONTATOS      VALUE "S".
000655     05  WS-SW-CLI-PROMESSA       PIC X(01)  VALUE "N".
000656         88  WS-CLI-PROMESSA      VALUE "S".
000657     05  WS-SW-SEM-ENDERECOS      PIC X(01)  VALUE "N".
000658         88  WS-SEM-ENDERECOS     VALUE "S".
000659     05  WS-SW-END-INVALIDO       PIC X(01)  VALUE "N".
000660         88  WS-END-INVALIDO      VALUE "S".
000661 01  WS-CONTADORES.
000670     05  WS-CNT-LEMBRETES         PIC 9(05)  VALUE ZEROS COMP.
000680     05  WS-CNT-AVISOS            PIC 9(05)  VALUE ZEROS COMP.
000690     05  WS-CNT-NOTIFICACOES      PIC 9(05)  VALUE ZEROS COMP.
000700     05  WS-CNT-CARTAS            PIC 9(05)  VALUE ZEROS COMP.
000701     05  WS-CNT-PROMESSA          PIC 9(05)  VALUE ZEROS COMP.
000702     05  WS-CNT-SEM-ENDERECO      PIC 9(05)  VALUE ZEROS COMP.
000703     05  WS-CNT-LIDOS             PIC 9(05)  VALUE ZEROS COMP.
000710 77  WS-NIVEL-CARTA               PIC 9(01)  VALUE ZEROS.
000720     88  WS-NIVEL-LEMBRETE        VALUE 1.
000730     88  WS-NIVEL-AVISO           VALUE 2.
000850 77  WS-CPF-CLIENTE               PIC 9(11) VALUE ZEROS.
000860 77  WS-NOME-CLIENTE              PIC X(10) VALUE SPACES.
000870 77  WS-FONE-CLIENTE              PIC X(09) VALUE SPACES.
000871 77  WS-CPF-VERIFICADO            PIC 9(11) VALUE ZEROS.
000880 77  WS-MAIOR-ATRASO              PIC 9(03) VALUE ZEROS.
000890 77  WS-TOT-FALTA-CLI             PIC 9(10)V99 VALUE ZEROS.
000900 77  WS-TOT-JUROS-CLI             PIC 9(10)V99 VALUE ZEROS.
001080     05  WS-CLI-FONE              PIC X(09).
001090     05  FILLER                   PIC X(07) VALUE "  CPF: ".
001100     05  WS-CLI-CPF               PIC 9(11).
001101 01  WS-LIN-END-1.
001102     05  FILLER                   PIC X(12) VALUE "ENDERECO:   ".
001103     05  WS-END-LOGRADOURO        PIC X(40).
001104     05  FILLER                   PIC X(02) VALUE ", ".
001105     05  WS-END-NUMERO            PIC X(06).
001106     05  FILLER                   PIC X(01) VALUE SPACES.
001107     05  WS-END-COMPLEMENTO       PIC X(15).
001108 01  WS-LIN-END-2.
001109     05  FILLER                   PIC X(12) VALUE SPACES.
001110     05  WS-END-BAIRRO            PIC X(20).
001111     05  FILLER                   PIC X(03) VALUE " - ".
001112     05  WS-END-CIDADE            PIC X(25).
001113     05  FILLER                   PIC X(03) VALUE " - ".
001114     05  WS-END-UF                PIC X(02).
001115 01  WS-LIN-END-3.
001116     05  FILLER                   PIC X(12) VALUE SPACES.
001117     05  FILLER                   PIC X(05) VALUE "CEP: ".
001118     05  WS-END-CEP-PREFIXO       PIC 9(05).
001119     05  FILLER                   PIC X(01) VALUE "-".
001120     05  WS-END-CEP-SUFIXO        PIC 9(03).
001121 01  WS-LIN-CONTR.
001122     05  FILLER                   PIC X(09) VALUE "CONTRATO ".
001130     05  WS-CC-NR-CONTRATO        PIC ZZ9.
001140     05  FILLER                   PIC X(09) VALUE "  TOTAL ".
001150     05  WS-CC-TOTAL              PIC $$,$$$,$$9.99.
001870     05  FILLER                   PIC X(16)
001880         VALUE "  NOTIFICACOES: ".
001890     05  WS-RES-NOTIFICACOES      PIC ZZ,ZZ9.
001891     05  FILLER                   PIC X(24)
001892         VALUE "  SUSPENSAS (PROMESSA): ".
001893     05  WS-RES-PROMESSA          PIC ZZ,ZZ9.
001894     05  FILLER                   PIC X(16)
001895         VALUE "  SEM ENDERECO: ".
001896     05  WS-RES-SEM-ENDERECO      PIC ZZ,ZZ9.
001897*-----------------------------------------------------------------
001898* LISTA DE EXCECAO: CLIENTES QUE NAO RECEBERAM CARTA POR FALTA DE
001899* ENDERECO VALIDO PARA CORRESPONDENCIA
001900*-----------------------------------------------------------------
001901 01  WS-CAB-EXCECAO.
001902     05  FILLER                   PIC X(20)
001903         VALUE "SETOR DE COBRANCA".
001904     05  FILLER                   PIC X(44)
001905         VALUE "CARTAS NAO EMITIDAS - ENDERECO DO CLIENTE".
001906     05  FILLER                   PIC X(06) VALUE "DATA: ".
001907     05  WS-CAB-EXC-DATA          PIC 9(08).
001908 01  WS-CAB-EXCECAO-2.
001909     05  FILLER                   PIC X(13) VALUE "CPF".
001910     05  FILLER                   PIC X(12) VALUE "NOME".
001911     05  FILLER                   PIC X(11) VALUE "TELEFONE".
001912     05  FILLER                   PIC X(32) VALUE "MOTIVO".
001913     05  FILLER                   PIC X(12) VALUE "DEVOLVIDA EM".
001914 01  WS-LIN-EXCECAO.
001915     05  WS-EXC-CPF               PIC 9(11).
001916     05  FILLER                   PIC X(02) VALUE SPACES.
001917     05  WS-EXC-NOME              PIC X(10).
001918     05  FILLER                   PIC X(02) VALUE SPACES.
001919     05  WS-EXC-FONE              PIC X(09).
001920     05  FILLER                   PIC X(02) VALUE SPACES.
001921     05  WS-EXC-MOTIVO            PIC X(30).
001922     05  FILLER                   PIC X(02) VALUE SPACES.
001923     05  WS-EXC-DT-DEVOLUCAO      PIC 9(08) BLANK WHEN ZERO.
001924 01  WS-LIN-TOTAL-EXCECAO.
001925     05  FILLER                   PIC X(25)
001926         VALUE "CLIENTES SEM CARTA: ".
001927     05  WS-TEX-QTD               PIC ZZ,ZZ9.
001928*-----------------------------------------------------------------
001929* CONTROLE DA CADEIA DO LOTE NOTURNO (CTL-LOTE): NOME DO PASSO E
001930* PASSOS QUE PRECISAM TER TERMINADO BEM NA MESMA DATA DE
001931* PROCESSAMENTO PARA ESTE PODER COMECAR
001932*-----------------------------------------------------------------
001933 01  WS-CTL-PASSO.
001934     05  WS-PASSO-PROGRAMA        PIC X(08)  VALUE "CARTCOB".
001935     05  WS-PASSO-DT-PROC         PIC 9(08)  VALUE ZEROS.
001936     05  WS-PASSO-HORA            PIC 9(08)  VALUE ZEROS.
001937     05  WS-PASSO-HORA-R REDEFINES WS-PASSO-HORA.
001938         10  WS-PASSO-HHMMSS      PIC 9(06).
001939         10  FILLER               PIC 9(02).
001940     05  WS-PASSO-RC              PIC 9(04)  VALUE ZEROS.
001941     05  WS-SW-PASSO-BLOQ         PIC X(01)  VALUE "N".
001942         88  WS-PASSO-BLOQUEADO   VALUE "S".
001943     05  WS-SW-PASSO-NOVO         PIC X(01)  VALUE "N".
001944         88  WS-PASSO-NOVO        VALUE "S".
001945     05  WS-SW-CTLLOTE            PIC X(01)  VALUE "N".
001946         88  WS-CTLLOTE-ABERTO    VALUE "S".
001947 01  WS-TAB-PRE-REQ-V.
001948     05  FILLER                   PIC X(08)  VALUE "PROGVAR".
001949 01  WS-TAB-PRE-REQ REDEFINES WS-TAB-PRE-REQ-V.
001950     05  WS-PRE-REQ               PIC X(08)  OCCURS 1 TIMES.
001951 77  WS-QTD-PRE-REQ               PIC 9(02)  VALUE 01 COMP.
001952 77  WS-IDX-PRE-REQ               PIC 9(02)  VALUE ZEROS COMP.
001953 PROCEDURE DIVISION.
001954 0000-MAINLINE.
001955     PERFORM 1000-INICIALIZAR
001956         THRU 1000-INICIALIZAR-EXIT
001957     IF NOT WS-ERRO-INICIALIZACAO
001958         PERFORM 2000-PROCESSAR-INADIMPLENTE
001960             THRU 2000-PROCESSAR-INADIMPLENTE-EXIT
001970             UNTIL WS-FIM-ARQ
001980         PERFORM 3000-FINALIZAR
001990             THRU 3000-FINALIZAR-EXIT
002000     END-IF
002001     PERFORM 9850-REGISTRAR-PASSO
002002         THRU 9850-REGISTRAR-PASSO-EXIT
002010     GOBACK.
002020*-----------------------------------------------------------------
002030 1000-INICIALIZAR.
002031     PERFORM 9800-VERIFICAR-CADEIA
002032         THRU 9800-VERIFICAR-CADEIA-EXIT
002033     IF WS-PASSO-BLOQUEADO
002034         DISPLAY "PASSO " WS-PASSO-PROGRAMA " NAO EXECUTADO EM "
002035             WS-PASSO-DT-PROC
002036         MOVE "S" TO WS-SW-ERRO-INIC
002037         GO TO 1000-INICIALIZAR-EXIT
002038     END-IF
002040     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002050     OPEN INPUT EXT-INADIMPLENTES
002060     IF NOT WS-FS-EXTINAD-OK
002170         MOVE "S" TO WS-SW-ERRO-INIC
002180         GO TO 1000-INICIALIZAR-EXIT
002190     END-IF
002191*    SEM O HIST-CONTATOS NAO HA PROMESSA A CONSIDERAR: TODOS OS
002192*    INADIMPLENTES RECEBEM CARTA.
002193     OPEN INPUT HIST-CONTATOS
002194     IF NOT WS-FS-HISTCONT-OK
002195         DISPLAY "HIST-CONTATOS NAO ENCONTRADO, CARTAS SEM "
002196             "EXCLUSAO POR PROMESSA DE PAGAMENTO"
002197         CLOSE HIST-CONTATOS
002198         MOVE "S" TO WS-SW-SEM-CONTATOS
002199     END-IF
002200*    SEM O END-CLIENTES NENHUM CLIENTE TEM ENDERECO VALIDO: TODOS
002201*    OS INADIMPLENTES VAO PARA A LISTA DE EXCECAO.
002202     OPEN INPUT END-CLIENTES
002203     IF NOT WS-FS-ENDCLI-OK
002204         DISPLAY "END-CLIENTES NAO ENCONTRADO, NENHUMA CARTA "
002205             "SERA EMITIDA (CLIENTES NA LISTA DE EXCECAO)"
002206         CLOSE END-CLIENTES
002207         MOVE "S" TO WS-SW-SEM-ENDERECOS
002208     END-IF
002209     OPEN OUTPUT CARTAS-EXCECAO
002210     IF NOT WS-FS-CARTEXC-OK
002211         DISPLAY "ERRO AO ABRIR CARTAS-EXCECAO: " WS-FS-CARTEXC
002212         CLOSE EXT-INADIMPLENTES
002213         CLOSE CARTAS-COBRANCA
002214         IF NOT WS-SEM-CONTATOS
002215             CLOSE HIST-CONTATOS
002216         END-IF
002217         IF NOT WS-SEM-ENDERECOS
002218             CLOSE END-CLIENTES
002219         END-IF
002220         MOVE "S" TO WS-SW-FIM-ARQ
002221         MOVE "S" TO WS-SW-ERRO-INIC
002222         GO TO 1000-INICIALIZAR-EXIT
002223     END-IF
002224     MOVE WS-DATA-HOJE TO WS-CAB-EXC-DATA
002225     WRITE WX-LINHA FROM WS-CAB-EXCECAO
002226     WRITE WX-LINHA FROM WS-CAB-EXCECAO-2 AFTER ADVANCING 2 LINES
002227     MOVE WS-DATA-HOJE TO WS-CAB-DATA
002228     PERFORM 8000-LER-INADIMPLENTE
002229         THRU 8000-LER-INADIMPLENTE-EXIT.
002230 1000-INICIALIZAR-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------------
002290         PERFORM 2500-EMITIR-CARTA
002300             THRU 2500-EMITIR-CARTA-EXIT
002310     END-IF
002311
002312*    CLIENTE COM PROMESSA DE PAGAMENTO EM ABERTO E NO PRAZO NAO
002313*    RECEBE CARTA: OS CONTRATOS DO CPF SAO SALTADOS. O MESMO VALE
002314*    PARA O CLIENTE SEM ENDERECO VALIDO, QUE VAI PARA A LISTA DE
002315*    EXCECAO.
002316     IF EI-CPF NOT EQUAL WS-CPF-VERIFICADO
002317         MOVE EI-CPF TO WS-CPF-VERIFICADO
002318         MOVE "N"    TO WS-SW-END-INVALIDO
002319         PERFORM 2300-VERIFICAR-PROMESSA
002320             THRU 2300-VERIFICAR-PROMESSA-EXIT
002321         IF WS-CLI-PROMESSA
002322             ADD 1 TO WS-CNT-PROMESSA
002323         ELSE
002324             PERFORM 2400-VERIFICAR-ENDERECO
002325                 THRU 2400-VERIFICAR-ENDERECO-EXIT
002326         END-IF
002327     END-IF
002328     IF WS-CLI-PROMESSA
002329         OR WS-END-INVALIDO
002330         PERFORM 8000-LER-INADIMPLENTE
002331             THRU 8000-LER-INADIMPLENTE-EXIT
002332         GO TO 2000-PROCESSAR-INADIMPLENTE-EXIT
002333     END-IF
002334
002335     IF WS-QTD-CONTR-CLI EQUAL ZEROS
002340         MOVE EI-CPF      TO WS-CPF-CLIENTE
002350         MOVE EI-NOME     TO WS-NOME-CLIENTE
002360         MOVE EI-TELEFONE TO WS-FONE-CLIENTE
002670 2000-PROCESSAR-INADIMPLENTE-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002691 2300-VERIFICAR-PROMESSA.
002692*    PERCORRE OS CONTATOS DO CPF NO HIST-CONTATOS (TODOS OS
002693*    CONTRATOS) ATE ACHAR UMA PROMESSA EM ABERTO COM A DATA
002694*    PROMETIDA AINDA NAO VENCIDA.
002695     MOVE "N" TO WS-SW-CLI-PROMESSA
002696     IF WS-SEM-CONTATOS
002697         GO TO 2300-VERIFICAR-PROMESSA-EXIT
002698     END-IF
002699     MOVE "N"    TO WS-SW-FIM-CONTATOS
002700     MOVE EI-CPF TO HT-CPF
002701     MOVE ZEROS  TO HT-NR-CONTRATO
002702     MOVE ZEROS  TO HT-DT-CONTATO
002703     MOVE ZEROS  TO HT-HORA-CONTATO
002704     START HIST-CONTATOS
002705         KEY IS NOT LESS THAN HT-CHAVE-CONTATO
002706         INVALID KEY
002707             MOVE "S" TO WS-SW-FIM-CONTATOS
002708     END-START
002709     PERFORM 2310-CONFERIR-CONTATO
002710         THRU 2310-CONFERIR-CONTATO-EXIT
002711         UNTIL WS-FIM-CONTATOS.
002712 2300-VERIFICAR-PROMESSA-EXIT.
002713     EXIT.
002714*-----------------------------------------------------------------
002715 2310-CONFERIR-CONTATO.
002716     READ HIST-CONTATOS NEXT RECORD
002717         AT END
002718             MOVE "S" TO WS-SW-FIM-CONTATOS
002719             GO TO 2310-CONFERIR-CONTATO-EXIT
002720     END-READ
002721     IF NOT WS-FS-HISTCONT-OK
002722         OR HT-CPF NOT EQUAL EI-CPF
002723         MOVE "S" TO WS-SW-FIM-CONTATOS
002724         GO TO 2310-CONFERIR-CONTATO-EXIT
002725     END-IF
002726     IF HT-COM-PROMESSA
002727         AND HT-PROM-ABERTA
002728         AND HT-DT-PROMESSA NOT LESS THAN WS-DATA-HOJE
002729         MOVE "S" TO WS-SW-CLI-PROMESSA
002730         MOVE "S" TO WS-SW-FIM-CONTATOS
002731     END-IF.
002732 2310-CONFERIR-CONTATO-EXIT.
002733     EXIT.
002734*-----------------------------------------------------------------
002735 2400-VERIFICAR-ENDERECO.
002736*    LE O ENDERECO DE CORRESPONDENCIA DO CPF E MONTA O BLOCO DE
002737*    ENDERECO DA CARTA. SEM ENDERECO, COM ENDERECO INCOMPLETO OU
002738*    COM CARTA DEVOLVIDA, O CLIENTE VAI PARA A LISTA DE EXCECAO.
002739     MOVE "N"    TO WS-SW-END-INVALIDO
002740     MOVE ZEROS  TO WS-EXC-DT-DEVOLUCAO
002741     IF WS-SEM-ENDERECOS
002742         MOVE "SEM ENDERECO CADASTRADO" TO WS-EXC-MOTIVO
002743         GO TO 2400-GRAVAR-EXCECAO
002744     END-IF
002745     MOVE EI-CPF TO EN-CPF
002746     READ END-CLIENTES
002747         INVALID KEY
002748             MOVE "SEM ENDERECO CADASTRADO" TO WS-EXC-MOTIVO
002749             GO TO 2400-GRAVAR-EXCECAO
002750     END-READ
002751     IF EN-DEVOLVIDO
002752         MOVE EN-DT-DEVOLUCAO TO WS-EXC-DT-DEVOLUCAO
002753         EVALUATE TRUE
002754             WHEN EN-MUDOU-SE
002755                 MOVE "CARTA DEVOLVIDA - MUDOU-SE"
002756                     TO WS-EXC-MOTIVO
002757             WHEN EN-DESCONHECIDO
002758                 MOVE "CARTA DEVOLVIDA - DESCONHECIDO"
002759                     TO WS-EXC-MOTIVO
002760             WHEN EN-END-INSUFICIENTE
002761                 MOVE "CARTA DEVOLVIDA - END. INSUF."
002762                     TO WS-EXC-MOTIVO
002763             WHEN OTHER
002764                 MOVE "CARTA DEVOLVIDA - RECUSADO"
002765                     TO WS-EXC-MOTIVO
002766         END-EVALUATE
002767         GO TO 2400-GRAVAR-EXCECAO
002768     END-IF
002769     IF EN-LOGRADOURO EQUAL SPACES
002770         OR EN-NUMERO EQUAL SPACES
002771         OR EN-CIDADE EQUAL SPACES
002772         OR EN-UF EQUAL SPACES
002773         OR EN-CEP NOT NUMERIC
002774         OR EN-CEP EQUAL ZEROS
002775         MOVE "ENDERECO INCOMPLETO" TO WS-EXC-MOTIVO
002776         GO TO 2400-GRAVAR-EXCECAO
002777     END-IF
002778
002779     MOVE EN-LOGRADOURO     TO WS-END-LOGRADOURO
002780     MOVE EN-NUMERO         TO WS-END-NUMERO
002781     MOVE EN-COMPLEMENTO    TO WS-END-COMPLEMENTO
002782     MOVE EN-BAIRRO         TO WS-END-BAIRRO
002783     MOVE EN-CIDADE         TO WS-END-CIDADE
002784     MOVE EN-UF             TO WS-END-UF
002785     MOVE EN-CEP-PREFIXO    TO WS-END-CEP-PREFIXO
002786     MOVE EN-CEP-SUFIXO     TO WS-END-CEP-SUFIXO
002787     GO TO 2400-VERIFICAR-ENDERECO-EXIT.
002788 2400-GRAVAR-EXCECAO.
002789     MOVE "S"         TO WS-SW-END-INVALIDO
002790     ADD 1            TO WS-CNT-SEM-ENDERECO
002791     MOVE EI-CPF      TO WS-EXC-CPF
002792     MOVE EI-NOME     TO WS-EXC-NOME
002793     MOVE EI-TELEFONE TO WS-EXC-FONE
002794     WRITE WX-LINHA FROM WS-LIN-EXCECAO AFTER ADVANCING 1 LINE.
002795 2400-VERIFICAR-ENDERECO-EXIT.
002796     EXIT.
002797*-----------------------------------------------------------------
002798 2500-EMITIR-CARTA.
002799     IF WS-MAIOR-ATRASO LESS THAN OR EQUAL TO 1
002800         MOVE 1 TO WS-NIVEL-CARTA
002801         ADD 1 TO WS-CNT-LEMBRETES
002802     ELSE
002803         IF WS-MAIOR-ATRASO LESS THAN OR EQUAL TO 3
002804             MOVE 2 TO WS-NIVEL-CARTA
002805             ADD 1 TO WS-CNT-AVISOS
002806         ELSE
002807             MOVE 3 TO WS-NIVEL-CARTA
002808             ADD 1 TO WS-CNT-NOTIFICACOES
002810         END-IF
002820     END-IF
002830     ADD 1 TO WS-CNT-CARTAS
002920         WRITE WL-LINHA FROM WS-CAB-CARTA AFTER ADVANCING PAGE
002930     END-IF
002940     WRITE WL-LINHA FROM WS-LIN-CLIENTE AFTER ADVANCING 2 LINES
002941     WRITE WL-LINHA FROM WS-LIN-END-1 AFTER ADVANCING 1 LINE
002942     WRITE WL-LINHA FROM WS-LIN-END-2 AFTER ADVANCING 1 LINE
002943     WRITE WL-LINHA FROM WS-LIN-END-3 AFTER ADVANCING 1 LINE
002950     MOVE SPACES TO WL-LINHA
002960     WRITE WL-LINHA AFTER ADVANCING 1 LINE
002970
003310     MOVE WS-CNT-LEMBRETES    TO WS-RES-LEMBRETES
003320     MOVE WS-CNT-AVISOS       TO WS-RES-AVISOS
003330     MOVE WS-CNT-NOTIFICACOES TO WS-RES-NOTIFICACOES
003331     MOVE WS-CNT-PROMESSA     TO WS-RES-PROMESSA
003332     MOVE WS-CNT-SEM-ENDERECO TO WS-RES-SEM-ENDERECO
003340     WRITE WL-LINHA FROM WS-LIN-RESUMO AFTER ADVANCING PAGE
003350
003360     DISPLAY "CARTCOB ENCERRADO. CARTAS: " WS-CNT-CARTAS
003370         " LEMBRETES: " WS-CNT-LEMBRETES
003380         " AVISOS: " WS-CNT-AVISOS
003390         " NOTIFICACOES: " WS-CNT-NOTIFICACOES
003391         " SUSPENSAS (PROMESSA): " WS-CNT-PROMESSA
003392         " SEM ENDERECO: " WS-CNT-SEM-ENDERECO
003393
003394     MOVE WS-CNT-SEM-ENDERECO TO WS-TEX-QTD
003395     WRITE WX-LINHA FROM WS-LIN-TOTAL-EXCECAO
003396         AFTER ADVANCING 2 LINES
003400
003410     CLOSE EXT-INADIMPLENTES
003420     CLOSE CARTAS-COBRANCA
003421     IF NOT WS-SEM-CONTATOS
003422         CLOSE HIST-CONTATOS
003423     END-IF
003424     IF NOT WS-SEM-ENDERECOS
003425         CLOSE END-CLIENTES
003426     END-IF
003427     CLOSE CARTAS-EXCECAO.
003430 3000-FINALIZAR-EXIT.
003440     EXIT.
003450*-----------------------------------------------------------------
003860*    ENCERRA O LOTE PARA NAO ENTRAR EM LACO.
003870     IF NOT WS-FS-EXTINAD-SUCESSO
003880         MOVE "S" TO WS-SW-FIM-ARQ
003881     END-IF
003882     IF NOT WS-FIM-ARQ
003883         ADD 1 TO WS-CNT-LIDOS
003884     END-IF.
003900 8000-LER-INADIMPLENTE-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930* CONTROLE DA CADEIA DO LOTE NOTURNO. REGISTRA NO CTL-LOTE O
003940* INICIO DO PASSO E CONFERE SE OS PRE-REQUISITOS (TABELA
003950* WS-PRE-REQ) TERMINARAM BEM NA DATA DE PROCESSAMENTO: A DATA DA
003960* CADEIA ABERTA PELO LOTCOB OU, FORA DA CADEIA, A DATA DO DIA.
003970* FALTANDO ALGUM, O PASSO FICA BLOQUEADO E NAO PROCESSA NADA.
003980*-----------------------------------------------------------------
003990 9800-VERIFICAR-CADEIA.
004000     MOVE "N" TO WS-SW-PASSO-BLOQ
004010     ACCEPT WS-PASSO-DT-PROC FROM DATE YYYYMMDD
004020     ACCEPT WS-PASSO-HORA FROM TIME
004030     OPEN I-O CTL-LOTE
004040     IF NOT WS-FS-CTLLOTE-OK
004050         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-LOTE"
004060         CLOSE CTL-LOTE
004070         OPEN OUTPUT CTL-LOTE
004080         CLOSE CTL-LOTE
004090         OPEN I-O CTL-LOTE
004100     END-IF
004110     IF NOT WS-FS-CTLLOTE-OK
004120         DISPLAY "ERRO NA ABERTURA DO CTL-LOTE: " WS-FS-CTLLOTE
004130         MOVE "S" TO WS-SW-PASSO-BLOQ
004140         GO TO 9800-VERIFICAR-CADEIA-EXIT
004150     END-IF
004160     MOVE "S" TO WS-SW-CTLLOTE
004170     MOVE ZEROS    TO LT-DT-PROCESSAMENTO
004180     MOVE "CADEIA" TO LT-PROGRAMA
004190     READ CTL-LOTE
004200         INVALID KEY
004210             MOVE SPACES TO LT-STS-PASSO
004220     END-READ
004230     IF WS-FS-CTLLOTE-OK AND LT-CADEIA-ABERTA
004240         MOVE LT-DT-CADEIA TO WS-PASSO-DT-PROC
004250     END-IF
004260     PERFORM 9810-CONFERIR-PRE-REQ
004270         THRU 9810-CONFERIR-PRE-REQ-EXIT
004280         VARYING WS-IDX-PRE-REQ FROM 1 BY 1
004290         UNTIL WS-IDX-PRE-REQ GREATER THAN WS-QTD-PRE-REQ
004300     MOVE "N" TO WS-SW-PASSO-NOVO
004310     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
004320     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
004330     READ CTL-LOTE
004340         INVALID KEY
004350             MOVE "S" TO WS-SW-PASSO-NOVO
004360     END-READ
004370     IF WS-PASSO-NOVO
004380         MOVE ZEROS             TO LT-DADOS-PASSO
004390         MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
004400         MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
004410     END-IF
004420     ADD 1 TO LT-QTD-EXECUCOES
004430     MOVE WS-PASSO-HHMMSS TO LT-HORA-INICIO
004440     MOVE ZEROS TO LT-HORA-FIM LT-COD-RETORNO LT-QTD-LIDOS
004450         LT-QTD-GRAVADOS LT-QTD-REJEITADOS LT-VLR-TOTAL
004460     IF WS-PASSO-BLOQUEADO
004470         MOVE "B" TO LT-STS-PASSO
004480     ELSE
004490         MOVE "I" TO LT-STS-PASSO
004500     END-IF
004510     IF WS-PASSO-NOVO
004520         WRITE LT-REGISTRO
004530     ELSE
004540         REWRITE LT-REGISTRO
004550     END-IF
004560     IF NOT WS-FS-CTLLOTE-OK
004570         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
004580         MOVE "S" TO WS-SW-PASSO-BLOQ
004590     END-IF.
004600 9800-VERIFICAR-CADEIA-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------------
004630 9810-CONFERIR-PRE-REQ.
004640     MOVE WS-PASSO-DT-PROC             TO LT-DT-PROCESSAMENTO
004650     MOVE WS-PRE-REQ (WS-IDX-PRE-REQ)  TO LT-PROGRAMA
004660     READ CTL-LOTE
004670         INVALID KEY
004680             MOVE SPACES TO LT-STS-PASSO
004690     END-READ
004700     IF NOT WS-FS-CTLLOTE-OK OR NOT LT-CONCLUIDO
004710         DISPLAY "PRE-REQUISITO " WS-PRE-REQ (WS-IDX-PRE-REQ)
004720             " NAO CONCLUIDO EM " WS-PASSO-DT-PROC
004730         MOVE "S" TO WS-SW-PASSO-BLOQ
004740     END-IF.
004750 9810-CONFERIR-PRE-REQ-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* REGISTRA NO CTL-LOTE O FIM DO PASSO, COM A HORA, O CODIGO E OS
004790* CONTADORES. CODIGO DE RETORNO: 0 = CONCLUIDO, 4 = CONCLUIDO COM
004800* CLIENTES SEM ENDERECO, 12 = ERRO NA INICIALIZACAO,
004810* 16 = BLOQUEADO POR PRE-REQUISITO. O CODIGO VOLTA NO RETURN-CODE
004820* PARA O LOTCOB.
004830*-----------------------------------------------------------------
004840 9850-REGISTRAR-PASSO.
004850     EVALUATE TRUE
004860         WHEN WS-PASSO-BLOQUEADO
004870             MOVE 16 TO WS-PASSO-RC
004880         WHEN WS-ERRO-INICIALIZACAO
004890             MOVE 12 TO WS-PASSO-RC
004900         WHEN WS-CNT-SEM-ENDERECO GREATER THAN ZEROS
004910             MOVE 4 TO WS-PASSO-RC
004920         WHEN OTHER
004930             MOVE ZEROS TO WS-PASSO-RC
004940     END-EVALUATE
004950     MOVE WS-PASSO-RC TO RETURN-CODE
004960     IF NOT WS-CTLLOTE-ABERTO
004970         GO TO 9850-REGISTRAR-PASSO-EXIT
004980     END-IF
004990     ACCEPT WS-PASSO-HORA FROM TIME
005000     MOVE WS-PASSO-DT-PROC  TO LT-DT-PROCESSAMENTO
005010     MOVE WS-PASSO-PROGRAMA TO LT-PROGRAMA
005020     READ CTL-LOTE
005030         INVALID KEY
005040             DISPLAY "PASSO " WS-PASSO-PROGRAMA
005050                 " NAO ENCONTRADO NO CTL-LOTE"
005060             CLOSE CTL-LOTE
005070             GO TO 9850-REGISTRAR-PASSO-EXIT
005080     END-READ
005090     EVALUATE WS-PASSO-RC
005100         WHEN 16
005110             MOVE "B" TO LT-STS-PASSO
005120         WHEN 12
005130             MOVE "E" TO LT-STS-PASSO
005140         WHEN OTHER
005150             MOVE "F" TO LT-STS-PASSO
005160     END-EVALUATE
005170     MOVE WS-PASSO-HHMMSS TO LT-HORA-FIM
005180     MOVE WS-PASSO-RC     TO LT-COD-RETORNO
005190     MOVE WS-CNT-LIDOS TO LT-QTD-LIDOS
005200     MOVE WS-CNT-CARTAS TO LT-QTD-GRAVADOS
005210     MOVE WS-CNT-SEM-ENDERECO TO LT-QTD-REJEITADOS
005220     REWRITE LT-REGISTRO
005230     IF NOT WS-FS-CTLLOTE-OK
005240         DISPLAY "ERRO AO GRAVAR CTL-LOTE: " WS-FS-CTLLOTE
005250     END-IF
005260     CLOSE CTL-LOTE.
005270 9850-REGISTRAR-PASSO-EXIT.
005280     EXIT.
