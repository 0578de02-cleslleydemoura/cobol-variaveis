001290*                    PELO CADPAR) E IMPRIME A SIMULACAO NO
001300*                    ARQUIVO SIM-QUITACAO COM VALIDADE ATE A
001310*                    DATA INFORMADA, PARA ENTREGAR AO CLIENTE.
001311*   14/10/2026 CDM   NOVA OPCAO E - ESTORNAR BAIXA DE PARCELA
001312*                    (7500-ESTORNAR-BAIXA), RESTRITA AO
001313*                    SUPERVISOR: LOCALIZA NO MOV-PAGAMENTOS A
001314*                    BAIXA ORIGINAL DO CPF + CONTRATO + PARCELA,
001315*                    GRAVA O MOVIMENTO DE ESTORNO (ORIGEM "E")
001316*                    APONTANDO PARA ELA, REABRE A PARCELA NO
001317*                    CONTRATO, ZERA O SALDO EM TRANSITO DEIXADO
001318*                    PELA MESMA BAIXA E, SE A QUITACAO ESTORNADA
001319*                    TINHA GERADO A EXCLUSAO DO CONTRATO
001320*                    NEGATIVADO, GRAVA A REINCLUSAO NO ARQUIVO
001321*                    BUR-INCLUSAO. O ESTORNO E AUDITADO COMO AS
001322*                    DEMAIS MANUTENCOES E O EXTRATO DO CLIENTE
001323*                    MOSTRA O ESTORNO (VALOR NEGATIVO E DATA DA
001324*                    BAIXA ESTORNADA).
001325*   14/10/2026 CDM   BAIXA DE PARCELA DE CONTRATO BAIXADO PARA
001326*                    PERDAS (CO-REG-PERDA) GRAVA O MOVIMENTO COM
001327*                    MV-FLG-RECUPERACAO = "S" (RECUPERACAO DE
001328*                    PERDAS); O ESTORNO REPETE O FLAG DA BAIXA
001329*                    ORIGINAL.
001330*   14/10/2026 CDM   O MOVIMENTO GRAVADO LEVA A DATA DE PROCESSO
001331*                    EM MV-DT-LANCTO, PARA A INTERFACE CONTABIL
001332*                    (INTCTB).
001333*   14/10/2026 CDM   NOVA OPCAO C - REGISTRAR CONTATO DE
001334*                    COBRANCA (7700-REGISTRAR-CONTATO), ABERTA AO
001335*                    DIGITADOR: GRAVA NO NOVO ARQUIVO
001336*                    HIST-CONTATOS (HCTREG) O RESULTADO DA
001337*                    LIGACAO PARA O CPF + CONTRATO, COM O
001338*                    OPERADOR, A DATA E A HORA, E A PROMESSA DE
001339*                    PAGAMENTO (VALOR E DATA) QUANDO O CLIENTE
001340*                    ATENDEU. UMA PROMESSA EM ABERTO POR CONTRATO.
001341*   14/10/2026 CDM   NOVAS OPCOES N - ENDERECO DE CORRESPONDENCIA
001342*                    (7800-MANTER-ENDERECO), QUE INCLUI OU ALTERA
001343*                    O ENDERECO DO CPF NO NOVO ARQUIVO
001344*                    END-CLIENTES (ENDREG), CONFERINDO O CEP
001345*                    NA FAIXA DE CEP DA UF, E D - REGISTRAR CARTA
001346*                    DEVOLVIDA (7900-REGISTRAR-DEVOLUCAO), QUE
001347*                    MARCA O ENDERECO COMO DEVOLVIDO PELO
001348*                    CORREIO, COM O MOTIVO; O CLIENTE SAI DAS
001349*                    CARTAS DO CARTCOB ATE O ENDERECO SER
001350*                    ATUALIZADO. AMBAS ABERTAS AO DIGITADOR E
001351*                    AUDITADAS (TIPO "E"). IMAGENS DE AUDITORIA
001352*                    ALARGADAS PARA X(150).
001353*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
001354*                    CHAVE PRIMARIA (AS LEITURAS DEIXAM DE USAR
001355*                    CHAVE ALTERNATIVA) E O TELEFONE PASSA A CAMPO
001356*                    COMUM: A OPCAO ALTERAR PEDE TAMBEM O NOVO
001357*                    TELEFONE, SEM PRECISAR INATIVAR E REINCLUIR O
001358*                    CLIENTE, E A TROCA FICA NA AUDITORIA PELAS
001359*                    IMAGENS ANTES/DEPOIS DO REGISTRO. A INCLUSAO
001360*                    SO RECUSA CPF JA CADASTRADO.
001361*   15/10/2026 CDM   CONTATO DE COBRANCA: A RECUSA DE NOVA PROMESSA
001362*                    COM OUTRA EM ABERTO NAO BARRA MAIS TODA
001363*                    PROMESSA INFORMADA COMO "S" MAIUSCULO.
001364******************************************************************
001365 IDENTIFICATION DIVISION.
001366 PROGRAM-ID. CADCLI.
001367 ENVIRONMENT DIVISION.
001368 INPUT-OUTPUT SECTION.
001370 FILE-CONTROL.
001380     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS CM-CPF
001430         FILE STATUS IS WS-FS-CLIMEST.
001440     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
001450         ORGANIZATION IS INDEXED
001690     SELECT SIM-QUITACAO ASSIGN TO SIMQUIT
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS WS-FS-SIMQUIT.
001711     SELECT BUR-INCLUSAO ASSIGN TO BURINCL
001712         ORGANIZATION IS LINE SEQUENTIAL
001713         FILE STATUS IS WS-FS-BURINCL.
001714     SELECT HIST-CONTATOS ASSIGN TO HISTCONT
001715         ORGANIZATION IS INDEXED
001716         ACCESS MODE IS DYNAMIC
001717         RECORD KEY IS HT-CHAVE-CONTATO
001718         FILE STATUS IS WS-FS-HISTCONT.
001719     SELECT END-CLIENTES ASSIGN TO ENDCLI
001720         ORGANIZATION IS INDEXED
001721         ACCESS MODE IS DYNAMIC
001722         RECORD KEY IS EN-CPF
001723         FILE STATUS IS WS-FS-ENDCLI.
001724 DATA DIVISION.
001730 FILE SECTION.
001740 FD  CLIENTES-MASTER
001750     LABEL RECORDS ARE STANDARD.
002070     LABEL RECORDS ARE STANDARD
002080     RECORD CONTAINS 132 CHARACTERS.
002090 01  WQ-LINHA                     PIC X(132).
002091 FD  BUR-INCLUSAO
002092     LABEL RECORDS ARE STANDARD.
002093 01  NI-REGISTRO.
002094     COPY NEGREG REPLACING LEADING ==WS-NG-== BY ==NI-==.
002095 FD  HIST-CONTATOS
002096     LABEL RECORDS ARE STANDARD.
002097 01  HT-REGISTRO.
002098     COPY HCTREG REPLACING LEADING ==WS-HT-== BY ==HT-==.
002099 FD  END-CLIENTES
002100     LABEL RECORDS ARE STANDARD.
002101 01  EN-REGISTRO.
002102     COPY ENDREG REPLACING LEADING ==WS-EN-== BY ==EN-==.
002103 WORKING-STORAGE SECTION.
002110 01  WS-FS-CLIMEST                PIC X(02).
002120     88  WS-FS-OK                 VALUE "00".
002130     88  WS-FS-DUPLICADO          VALUE "22".
002300     88  WS-FS-BUREXCL-OK         VALUE "00".
002310 01  WS-FS-SIMQUIT                PIC X(02).
002320     88  WS-FS-SIMQUIT-OK         VALUE "00".
002321 01  WS-FS-BURINCL                PIC X(02).
002322     88  WS-FS-BURINCL-OK         VALUE "00".
002323 01  WS-FS-HISTCONT               PIC X(02).
002324     88  WS-FS-HISTCONT-OK        VALUE "00".
002325     88  WS-FS-HISTCONT-DUPLICADO VALUE "22".
002326 01  WS-FS-ENDCLI                 PIC X(02).
002327     88  WS-FS-ENDCLI-OK          VALUE "00".
002330 01  WS-SWITCHES.
002340     05  WS-SW-FIM-MENU           PIC X(01)  VALUE "N".
002350         88  WS-FIM-MENU          VALUE "S".
002610     88  WS-OPC-EXTRATO           VALUE "9".
002620     88  WS-OPC-RENEGOCIAR        VALUE "R" "r".
002630     88  WS-OPC-SIMULAR           VALUE "S" "s".
002635     88  WS-OPC-ESTORNAR          VALUE "E" "e".
002636     88  WS-OPC-CONTATO           VALUE "C" "c".
002637     88  WS-OPC-ENDERECO          VALUE "N" "n".
002638     88  WS-OPC-DEVOLUCAO         VALUE "D" "d".
002640     88  WS-OPC-SAIR              VALUE "0".
002650 01  WS-REG.
002660     COPY CUSTREG.
002960 77  WS-PARC-PAG-ANTES            PIC 9(03)  VALUE ZEROS.
002970 77  WS-QTD-BAIXAS-REG            PIC 9(03)  VALUE ZEROS COMP.
002980 77  WS-MOV-PARCELA               PIC 9(03)  VALUE ZEROS.
002981*-----------------------------------------------------------------
002982* AREAS DO ESTORNO DE BAIXA DE PARCELA: PARCELA INFORMADA E A
002983* BAIXA ORIGINAL LOCALIZADA NO MOV-PAGAMENTOS.
002984*-----------------------------------------------------------------
002985 01  WS-SW-MOV-ACHADO             PIC X(01)  VALUE "N".
002986     88  WS-MOV-ACHADO            VALUE "S".
002987 01  WS-SW-GERAR-INCLUSAO         PIC X(01)  VALUE "N".
002988     88  WS-GERAR-INCLUSAO        VALUE "S".
002989 01  WS-AUX-NR-PARCELA            PIC X(03).
002990 77  WS-EST-PARCELA               PIC 9(03)  VALUE ZEROS.
002991 01  WS-MOV-ORIGINAL.
002992     05  WS-ORI-DT-PAGTO          PIC 9(08).
002993     05  WS-ORI-VLR-PAGO          PIC 9(05)V99.
002994     05  WS-ORI-ORIGEM            PIC X(01).
002995     05  WS-ORI-RECUPERACAO       PIC X(01).
002996*-----------------------------------------------------------------
003000* AREAS DA RENEGOCIACAO (MESMA REGRA DE MORA DO PROGVAR). A
003010* TAXA E LIDA DE PARAM-COBRANCA NA ENTRADA (1300-CARREGAR-
003020* PARAMETROS); O VALUE ABAIXO E O PADRAO HISTORICO, ASSUMIDO
003980 01  WS-NIVEL-ATUAL               PIC X(01)  VALUE SPACES.
003990     88  WS-OPER-DIGITADOR        VALUE "D".
004000     88  WS-OPER-SUPERVISOR       VALUE "S".
004010 77  WS-IMAGEM-ANTES              PIC X(150) VALUE SPACES.
004020 77  WS-IMAGEM-DEPOIS             PIC X(150) VALUE SPACES.
004030 77  WS-AUD-TIPO-REG              PIC X(01)  VALUE SPACES.
004040 01  WS-HORA-COMPLETA             PIC 9(08).
004050 01  WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
004190     05  FILLER                   PIC X(02) VALUE SPACES.
004200     05  WS-EXT-NR-PARCELA        PIC ZZ9.
004210     05  FILLER                   PIC X(04) VALUE SPACES.
004220     05  WS-EXT-VLR-PAGO          PIC ZZ,ZZ9.99-.
004230     05  FILLER                   PIC X(03) VALUE SPACES.
004240     05  WS-EXT-ORIGEM            PIC X(07).
004241     05  FILLER                   PIC X(03) VALUE SPACES.
004242     05  WS-EXT-REF-DT            PIC 9(08) BLANK WHEN ZERO.
004243*-----------------------------------------------------------------
004244* AREAS DO REGISTRO DE CONTATO DE COBRANCA (OPCAO C)
004245*-----------------------------------------------------------------
004246 01  WS-AUX-FLG-PROMESSA          PIC X(01).
004247 01  WS-AUX-VLR-PROMESSA          PIC X(09).
004248 01  WS-AUX-VLR-PROMESSA-R REDEFINES WS-AUX-VLR-PROMESSA
004249                                  PIC 9(07)V99.
004250 01  WS-AUX-DT-PROMESSA           PIC X(08).
004251 01  WS-AUX-DT-PROMESSA-R REDEFINES WS-AUX-DT-PROMESSA.
004252     05  WS-AUX-AAAA-PROMESSA     PIC 9(04).
004253     05  WS-AUX-MM-PROMESSA       PIC 9(02).
004254     05  WS-AUX-DD-PROMESSA       PIC 9(02).
004255 01  WS-SW-PROM-ABERTA            PIC X(01)  VALUE "N".
004256     88  WS-PROM-ABERTA           VALUE "S".
004257 01  WS-SW-FIM-CONTATOS           PIC X(01)  VALUE "N".
004258     88  WS-FIM-CONTATOS          VALUE "S".
004259 77  WS-PROM-DT-ABERTA            PIC 9(08)  VALUE ZEROS.
004260*-----------------------------------------------------------------
004261* AREAS DO ENDERECO DE CORRESPONDENCIA (OPCOES N E D)
004262*-----------------------------------------------------------------
004263 01  WS-END-NOVO.
004264     COPY ENDREG.
004265 01  WS-AUX-CEP                   PIC X(08).
004266 01  WS-AUX-CEP-R  REDEFINES WS-AUX-CEP
004267                                  PIC 9(08).
004268 01  WS-SW-END-NOVO               PIC X(01)  VALUE "N".
004269     88  WS-END-INCLUSAO          VALUE "S".
004270 01  WS-SW-UF-VALIDA              PIC X(01)  VALUE "N".
004271     88  WS-UF-VALIDA             VALUE "S".
004272 01  WS-SW-CEP-VALIDO             PIC X(01)  VALUE "N".
004273     88  WS-CEP-VALIDO            VALUE "S".
004274*    FAIXAS DE CEP POR UF (5 PRIMEIROS DIGITOS), TABELA DOS
004275*    CORREIOS: UF, INICIO E FIM DA FAIXA. AM, DF E GO TEM DUAS.
004276 01  WS-TAB-FAIXAS-CEP-V.
004277     05  FILLER PIC X(12) VALUE "SP0100019999".
004278     05  FILLER PIC X(12) VALUE "RJ2000028999".
004279     05  FILLER PIC X(12) VALUE "ES2900029999".
004280     05  FILLER PIC X(12) VALUE "MG3000039999".
004281     05  FILLER PIC X(12) VALUE "BA4000048999".
004282     05  FILLER PIC X(12) VALUE "SE4900049999".
004283     05  FILLER PIC X(12) VALUE "PE5000056999".
004284     05  FILLER PIC X(12) VALUE "AL5700057999".
004285     05  FILLER PIC X(12) VALUE "PB5800058999".
004286     05  FILLER PIC X(12) VALUE "RN5900059999".
004287     05  FILLER PIC X(12) VALUE "CE6000063999".
004288     05  FILLER PIC X(12) VALUE "PI6400064999".
004289     05  FILLER PIC X(12) VALUE "MA6500065999".
004290     05  FILLER PIC X(12) VALUE "PA6600068899".
004291     05  FILLER PIC X(12) VALUE "AP6890068999".
004292     05  FILLER PIC X(12) VALUE "AM6900069299".
004293     05  FILLER PIC X(12) VALUE "RR6930069399".
004294     05  FILLER PIC X(12) VALUE "AM6940069899".
004295     05  FILLER PIC X(12) VALUE "AC6990069999".
004296     05  FILLER PIC X(12) VALUE "DF7000072799".
004297     05  FILLER PIC X(12) VALUE "GO7280072999".
004298     05  FILLER PIC X(12) VALUE "DF7300073699".
004299     05  FILLER PIC X(12) VALUE "GO7370076799".
004300     05  FILLER PIC X(12) VALUE "RO7680076999".
004301     05  FILLER PIC X(12) VALUE "TO7700077999".
004302     05  FILLER PIC X(12) VALUE "MT7800078899".
004303     05  FILLER PIC X(12) VALUE "MS7900079999".
004304     05  FILLER PIC X(12) VALUE "PR8000087999".
004305     05  FILLER PIC X(12) VALUE "SC8800089999".
004306     05  FILLER PIC X(12) VALUE "RS9000099999".
004307 01  WS-TAB-FAIXAS-CEP  REDEFINES WS-TAB-FAIXAS-CEP-V.
004308     05  WS-TAB-FAIXA             OCCURS 30 TIMES.
004309         10  WS-TAB-FX-UF         PIC X(02).
004310         10  WS-TAB-FX-CEP-INI    PIC 9(05).
004311         10  WS-TAB-FX-CEP-FIM    PIC 9(05).
004312 77  WS-QTD-FAIXAS-CEP            PIC 9(02)  VALUE 30 COMP.
004313 77  WS-IDX-FAIXA                 PIC 9(02)  VALUE ZEROS COMP.
004314 PROCEDURE DIVISION.
004315 0000-MAINLINE.
004316     PERFORM 1000-ABRIR-ARQUIVO THRU 1000-ABRIR-ARQUIVO-EXIT
004317     IF NOT WS-FIM-MENU
004318         PERFORM 1500-IDENTIFICAR-OPERADOR
004319             THRU 1500-IDENTIFICAR-OPERADOR-EXIT
004320     END-IF
004321     PERFORM 2000-EXIBIR-MENU
004330         THRU 2000-EXIBIR-MENU-EXIT
004340         UNTIL WS-FIM-MENU
004350     CLOSE CLIENTES-MASTER
004380     CLOSE VAL-TRANSITO
004390     CLOSE BUR-EXCLUSAO
004400     CLOSE SIM-QUITACAO
004405     CLOSE BUR-INCLUSAO
004406     CLOSE HIST-CONTATOS
004407     CLOSE END-CLIENTES
004410     CLOSE AUD-MANUTENCAO
004420     GOBACK.
004430*-----------------------------------------------------------------
004910         CLOSE SIM-QUITACAO
004920         OPEN EXTEND SIM-QUITACAO
004930     END-IF
004931     OPEN EXTEND BUR-INCLUSAO
004932     IF NOT WS-FS-BURINCL-OK
004933         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO BUR-INCLUSAO"
004934         CLOSE BUR-INCLUSAO
004935         OPEN OUTPUT BUR-INCLUSAO
004936         CLOSE BUR-INCLUSAO
004937         OPEN EXTEND BUR-INCLUSAO
004938     END-IF
004940     OPEN EXTEND AUD-MANUTENCAO
004950     IF NOT WS-FS-AUDCAD-OK
004960         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO AUD-MANUTENCAO"
004990         CLOSE AUD-MANUTENCAO
005000         OPEN EXTEND AUD-MANUTENCAO
005010     END-IF
005011     OPEN I-O HIST-CONTATOS
005012     IF NOT WS-FS-HISTCONT-OK
005013         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO HIST-CONTATOS"
005014         CLOSE HIST-CONTATOS
005015         OPEN OUTPUT HIST-CONTATOS
005016         CLOSE HIST-CONTATOS
005017         OPEN I-O HIST-CONTATOS
005018     END-IF
005019     OPEN I-O END-CLIENTES
005020     IF NOT WS-FS-ENDCLI-OK
005021         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO END-CLIENTES"
005022         CLOSE END-CLIENTES
005023         OPEN OUTPUT END-CLIENTES
005024         CLOSE END-CLIENTES
005025         OPEN I-O END-CLIENTES
005026     END-IF
005027     PERFORM 1200-CARREGAR-OPERADORES
005030         THRU 1200-CARREGAR-OPERADORES-EXIT
005040     PERFORM 1300-CARREGAR-PARAMETROS
005050         THRU 1300-CARREGAR-PARAMETROS-EXIT.
006730     DISPLAY "  9 - EXTRATO DO CLIENTE"
006740     DISPLAY "  R - RENEGOCIAR CONTRATO"
006750     DISPLAY "  S - SIMULAR QUITACAO ANTECIPADA"
006755     DISPLAY "  E - ESTORNAR BAIXA DE PARCELA"
006756     DISPLAY "  C - REGISTRAR CONTATO DE COBRANCA"
006757     DISPLAY "  N - ENDERECO DE CORRESPONDENCIA"
006758     DISPLAY "  D - REGISTRAR CARTA DEVOLVIDA"
006760     DISPLAY "  0 - SAIR"
006770     DISPLAY "==================================================="
006780     DISPLAY "INFORME A OPCAO: "
006800
006810     IF WS-OPER-DIGITADOR
006820         AND (WS-OPC-ALTERAR OR WS-OPC-INATIVAR OR WS-OPC-PAGAR
006830             OR WS-OPC-ALT-CONTRATO OR WS-OPC-RENEGOCIAR
006835             OR WS-OPC-ESTORNAR)
006840         DISPLAY "OPCAO RESTRITA AO SUPERVISOR"
006850         GO TO 2000-EXIBIR-MENU-EXIT
006860     END-IF
007100         WHEN WS-OPC-SIMULAR
007110             PERFORM 5500-SIMULAR-QUITACAO
007120                 THRU 5500-SIMULAR-QUITACAO-EXIT
007121         WHEN WS-OPC-ESTORNAR
007122             PERFORM 7500-ESTORNAR-BAIXA
007123                 THRU 7500-ESTORNAR-BAIXA-EXIT
007124         WHEN WS-OPC-CONTATO
007125             PERFORM 7700-REGISTRAR-CONTATO
007126                 THRU 7700-REGISTRAR-CONTATO-EXIT
007127         WHEN WS-OPC-ENDERECO
007128             PERFORM 7800-MANTER-ENDERECO
007129                 THRU 7800-MANTER-ENDERECO-EXIT
007130         WHEN WS-OPC-DEVOLUCAO
007131             PERFORM 7900-REGISTRAR-DEVOLUCAO
007132                 THRU 7900-REGISTRAR-DEVOLUCAO-EXIT
007133         WHEN WS-OPC-EXTRATO
007140             PERFORM 9000-EXTRATO THRU 9000-EXTRATO-EXIT
007150         WHEN WS-OPC-SAIR
007160             MOVE "S" TO WS-SW-FIM-MENU
007530         DISPLAY "USE A OPCAO 7 PARA INCLUIR OS CONTRATOS"
007540     ELSE
007550         IF WS-FS-DUPLICADO
007560             DISPLAY "JA EXISTE CLIENTE COM ESSE CPF"
007570         ELSE
007580             DISPLAY "ERRO AO INCLUIR CLIENTE: " WS-FS-CLIMEST
007590         END-IF
008780     ACCEPT CM-CPF
008790
008800     READ CLIENTES-MASTER
008820         INVALID KEY
008830             DISPLAY "CLIENTE NAO ENCONTRADO"
008840             GO TO 4000-ALTERAR-EXIT
008890     DISPLAY "INFORME O NOVO NOME (10 POSICOES): "
008900     ACCEPT WS-NOME
008910     MOVE WS-NOME TO CM-NOME
008911     DISPLAY "TELEFONE ATUAL: " CM-TELEFONE
008912     DISPLAY "INFORME O NOVO TELEFONE: "
008913     ACCEPT WS-TELEFONE
008914     MOVE WS-TELEFONE TO CM-TELEFONE
008920*    A DIVIDA E ALTERADA CONTRATO A CONTRATO PELA OPCAO 8
008930*    (4500-ALTERAR-CONTRATO), NAO MAIS PELO REGISTRO DO CLIENTE.
008940     REWRITE CM-REGISTRO
009090     ACCEPT CM-CPF
009100
009110     READ CLIENTES-MASTER
009130         INVALID KEY
009140             DISPLAY "CLIENTE NAO ENCONTRADO"
009150             GO TO 4300-INCLUIR-CONTRATO-EXIT
011750     ACCEPT CM-CPF
011760
011770     READ CLIENTES-MASTER
011790         INVALID KEY
011800             DISPLAY "CLIENTE NAO ENCONTRADO"
011810             GO TO 5000-INATIVAR-EXIT
013320     ACCEPT CM-CPF
013330
013340     READ CLIENTES-MASTER
013360         INVALID KEY
013370             DISPLAY "CLIENTE NAO ENCONTRADO"
013380             GO TO 6000-CONSULTAR-EXIT
015150*    NOITE E O MOVIMENTO DEVE SAIR COM A DATA REAL DO PAGAMENTO.
015160*    UM MOVIMENTO POR PARCELA BAIXADA, PELO VALOR DA PARCELA.
015170     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
015175     MOVE SPACES        TO MV-REGISTRO
015180     MOVE WS-DATA-HOJE  TO MV-DT-PAGTO
015185     MOVE WS-DATA-HOJE  TO MV-DT-LANCTO
015190     MOVE CO-CPF        TO MV-CPF
015200     MOVE CO-NR-CONTRATO TO MV-NR-CONTRATO
015210     MOVE WS-MOV-PARCELA TO MV-NR-PARCELA
015220     MOVE CO-VLR-PARC   TO MV-VLR-PAGO
015230     MOVE "C"          TO MV-ORIGEM-BAIXA
015235     IF CO-REG-PERDA
015236         MOVE "S"       TO MV-FLG-RECUPERACAO
015237     END-IF
015240     WRITE MV-REGISTRO
015250     IF NOT WS-FS-MOVPAG-OK
015260         DISPLAY "ERRO AO GRAVAR MOVIMENTO DE PAGAMENTO: "
016100 7300-GRAVAR-AUDITORIA-EXIT.
016110     EXIT.
016120*-----------------------------------------------------------------
016130 7500-ESTORNAR-BAIXA.
016140*    ESTORNO DE BAIXA DE PARCELA (CREDITO DEVOLVIDO PELO BANCO
016150*    OU PAGAMENTO LANCADO NO CONTRATO ERRADO): LOCALIZA NO
016160*    MOV-PAGAMENTOS A BAIXA ORIGINAL DO CPF + CONTRATO +
016170*    PARCELA, GRAVA O MOVIMENTO DE ESTORNO APONTANDO PARA ELA E
016180*    REABRE A PARCELA NO CONTRATO. SO A ULTIMA PARCELA PAGA
016190*    PODE SER ESTORNADA, PARA CO-PARC-PAG CONTINUAR CONTANDO AS
016200*    PARCELAS EM SEQUENCIA; PARA ESTORNAR UMA ANTERIOR, ESTORNE
016210*    PRIMEIRO AS QUE VIERAM DEPOIS DELA.
016220     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
016230     DISPLAY "INFORME O CPF DO CLIENTE DO CONTRATO: "
016240     ACCEPT CO-CPF
016250     DISPLAY "INFORME O NR DO CONTRATO (3 DIGITOS): "
016260     ACCEPT WS-AUX-NR-CONTRATO
016270     IF WS-AUX-NR-CONTRATO NOT NUMERIC
016280         DISPLAY "ERRO: NR DO CONTRATO DEVE SER NUMERICO"
016290         GO TO 7500-ESTORNAR-BAIXA-EXIT
016300     END-IF
016310     MOVE WS-AUX-NR-CONTRATO TO CO-NR-CONTRATO
016320
016330     READ CONTRATOS-MASTER
016340         INVALID KEY
016350             DISPLAY "CONTRATO NAO ENCONTRADO"
016360             GO TO 7500-ESTORNAR-BAIXA-EXIT
016370     END-READ
016380
016390     IF CO-PARC-PAG EQUAL ZEROS
016400         DISPLAY "CONTRATO SEM PARCELA PAGA, NADA A ESTORNAR"
016410         GO TO 7500-ESTORNAR-BAIXA-EXIT
016420     END-IF
016430
016440     DISPLAY "PARCELAS PAGAS DO CONTRATO: " CO-PARC-PAG
016450     DISPLAY "INFORME O NR DA PARCELA A ESTORNAR (3 DIGITOS): "
016460     ACCEPT WS-AUX-NR-PARCELA
016470     IF WS-AUX-NR-PARCELA NOT NUMERIC
016480         DISPLAY "ERRO: NR DA PARCELA DEVE SER NUMERICO"
016490         GO TO 7500-ESTORNAR-BAIXA-EXIT
016500     END-IF
016510     MOVE WS-AUX-NR-PARCELA TO WS-EST-PARCELA
016520     IF WS-EST-PARCELA NOT EQUAL CO-PARC-PAG
016530         DISPLAY "SO A ULTIMA PARCELA PAGA (" CO-PARC-PAG
016540             ") PODE SER ESTORNADA"
016550         GO TO 7500-ESTORNAR-BAIXA-EXIT
016560     END-IF
016570
016580     PERFORM 7550-PROCURAR-ORIGINAL
016590         THRU 7550-PROCURAR-ORIGINAL-EXIT
016600     IF NOT WS-MOV-ACHADO
016610         DISPLAY "BAIXA DA PARCELA NAO ENCONTRADA NO "
016620             "MOV-PAGAMENTOS, ESTORNO NAO EFETUADO"
016630         GO TO 7500-ESTORNAR-BAIXA-EXIT
016640     END-IF
016650*    BAIXA DO PLANO ANTERIOR A RENEGOCIACAO: O SALDO DAQUELE
016660*    PLANO JA FOI CAPITALIZADO NO PLANO NOVO.
016670     IF CO-RENEGOCIADO
016680         AND WS-ORI-DT-PAGTO LESS THAN CO-DT-RENEG
016690         DISPLAY "BAIXA ANTERIOR A RENEGOCIACAO DO CONTRATO, "
016700             "ESTORNO NAO PERMITIDO"
016710         GO TO 7500-ESTORNAR-BAIXA-EXIT
016720     END-IF
016730
016740     MOVE CO-REGISTRO TO WS-IMAGEM-ANTES
016750*    A QUITACAO DE CONTRATO NEGATIVADO GERA A EXCLUSAO E
016760*    DESMARCA O CONTRATO, MANTENDO A DATA DA NEGATIVACAO
016770*    (7190-GRAVAR-EXCLUSAO); ESTORNADA A QUITACAO, O CONTRATO
016780*    VOLTA A FICAR NEGATIVADO.
016790     MOVE "N" TO WS-SW-GERAR-INCLUSAO
016800     IF CO-PG
016810         AND CO-NAO-NEGATIVADO
016820         AND CO-DT-NEGATIVACAO NUMERIC
016830         AND CO-DT-NEGATIVACAO GREATER THAN ZEROS
016840         MOVE "S"          TO WS-SW-GERAR-INCLUSAO
016850         MOVE "S"          TO CO-FLG-NEGATIVADO
016860         MOVE WS-DATA-HOJE TO CO-DT-NEGATIVACAO
016870     END-IF
016880     SUBTRACT 1 FROM CO-PARC-PAG
016890     MOVE "N" TO CO-STS-DIVIDA
016900
016910     REWRITE CO-REGISTRO
016920     IF NOT WS-FS-CONT-OK
016930         DISPLAY "ERRO AO ESTORNAR BAIXA: " WS-FS-CONTMEST
016940         GO TO 7500-ESTORNAR-BAIXA-EXIT
016950     END-IF
016960
016970     MOVE CO-REGISTRO TO WS-IMAGEM-DEPOIS
016980     MOVE "T"         TO WS-AUD-TIPO-REG
016990     PERFORM 7300-GRAVAR-AUDITORIA
017000         THRU 7300-GRAVAR-AUDITORIA-EXIT
017010     PERFORM 7600-GRAVAR-ESTORNO
017020         THRU 7600-GRAVAR-ESTORNO-EXIT
017030     PERFORM 7650-ESTORNAR-TRANSITO
017040         THRU 7650-ESTORNAR-TRANSITO-EXIT
017050     PERFORM 3700-CALCULAR-TOTAIS THRU 3700-CALCULAR-TOTAIS-EXIT
017060     IF WS-GERAR-INCLUSAO
017070         PERFORM 7690-GRAVAR-REINCLUSAO
017080             THRU 7690-GRAVAR-REINCLUSAO-EXIT
017090     END-IF
017100     DISPLAY "BAIXA DE " WS-ORI-DT-PAGTO " ESTORNADA, PARCELA "
017110         WS-EST-PARCELA " REABERTA"
017120     DISPLAY "PARCELAS PAGAS: " CO-PARC-PAG
017130     DISPLAY "VLR TOTAL..: " WS-VLR-TOTAL-DIVIDA
017140     DISPLAY "VLR PAGO...: " WS-VLR-PAGO
017150     DISPLAY "VLR FALTA..: " WS-VLR-FALTA.
017160 7500-ESTORNAR-BAIXA-EXIT.
017170     EXIT.
017180*-----------------------------------------------------------------
017190 7550-PROCURAR-ORIGINAL.
017200*    PERCORRE O MOV-PAGAMENTOS (FECHADO DO EXTEND E REABERTO EM
017210*    INPUT, NOS MOLDES DO EXTRATO) ATRAS DA BAIXA DA PARCELA
017220*    INFORMADA QUE AINDA NAO TENHA SIDO ESTORNADA.
017230     MOVE "N" TO WS-SW-MOV-ACHADO
017240     CLOSE MOV-PAGAMENTOS
017250     OPEN INPUT MOV-PAGAMENTOS
017260     IF NOT WS-FS-MOVPAG-OK
017270         DISPLAY "ERRO AO ABRIR MOV-PAGAMENTOS: " WS-FS-MOVPAG
017280         OPEN EXTEND MOV-PAGAMENTOS
017290         GO TO 7550-PROCURAR-ORIGINAL-EXIT
017300     END-IF
017310     MOVE "N" TO WS-SW-FIM-MOVPAG
017320     PERFORM 9100-LER-MOVIMENTO THRU 9100-LER-MOVIMENTO-EXIT
017330     PERFORM 7570-COMPARAR-MOVIMENTO
017340         THRU 7570-COMPARAR-MOVIMENTO-EXIT
017350         UNTIL WS-FIM-MOVPAG
017360     CLOSE MOV-PAGAMENTOS
017370     OPEN EXTEND MOV-PAGAMENTOS.
017380 7550-PROCURAR-ORIGINAL-EXIT.
017390     EXIT.
017400*-----------------------------------------------------------------
017410 7570-COMPARAR-MOVIMENTO.
017420*    FICA COM A ULTIMA BAIXA DA PARCELA; UM ESTORNO GRAVADO
017430*    DEPOIS DELA E QUE APONTE PARA ELA A DESCARTA (PARCELA JA
017440*    ESTORNADA, AINDA EM ABERTO OU PAGA DE NOVO MAIS ADIANTE).
017450     IF MV-CPF NOT EQUAL CO-CPF
017460         OR MV-NR-CONTRATO NOT EQUAL CO-NR-CONTRATO
017470         OR MV-NR-PARCELA NOT EQUAL WS-EST-PARCELA
017480         GO TO 7570-COMPARAR-LER
017490     END-IF
017500     IF MV-ESTORNO
017510         IF WS-MOV-ACHADO
017520             AND MV-REF-DT-PAGTO EQUAL WS-ORI-DT-PAGTO
017530             AND MV-REF-ORIGEM EQUAL WS-ORI-ORIGEM
017540             MOVE "N" TO WS-SW-MOV-ACHADO
017550         END-IF
017560     ELSE
017570         MOVE "S"             TO WS-SW-MOV-ACHADO
017580         MOVE MV-DT-PAGTO     TO WS-ORI-DT-PAGTO
017590         MOVE MV-VLR-PAGO     TO WS-ORI-VLR-PAGO
017600         MOVE MV-ORIGEM-BAIXA TO WS-ORI-ORIGEM
017610         MOVE MV-FLG-RECUPERACAO TO WS-ORI-RECUPERACAO
017620     END-IF.
017630 7570-COMPARAR-LER.
017640     PERFORM 9100-LER-MOVIMENTO THRU 9100-LER-MOVIMENTO-EXIT.
017650 7570-COMPARAR-MOVIMENTO-EXIT.
017660     EXIT.
017670*-----------------------------------------------------------------
017680 7600-GRAVAR-ESTORNO.
017690*    MOVIMENTO DE ESTORNO: MESMO CPF, CONTRATO, PARCELA E VALOR
017700*    DA BAIXA ORIGINAL, COM A ORIGEM "E" E A DATA E A ORIGEM DA
017710*    BAIXA ESTORNADA NO GRUPO MV-REF-ESTORNO.
017720     MOVE SPACES          TO MV-REGISTRO
017730     MOVE WS-DATA-HOJE    TO MV-DT-PAGTO
017740     MOVE WS-DATA-HOJE    TO MV-DT-LANCTO
017750     MOVE CO-CPF          TO MV-CPF
017760     MOVE CO-NR-CONTRATO  TO MV-NR-CONTRATO
017770     MOVE WS-EST-PARCELA  TO MV-NR-PARCELA
017780     MOVE WS-ORI-VLR-PAGO TO MV-VLR-PAGO
017790     MOVE "E"             TO MV-ORIGEM-BAIXA
017800     MOVE WS-ORI-DT-PAGTO TO MV-REF-DT-PAGTO
017810     MOVE WS-ORI-ORIGEM   TO MV-REF-ORIGEM
017820     MOVE WS-ORI-RECUPERACAO TO MV-FLG-RECUPERACAO
017830     WRITE MV-REGISTRO
017840     IF NOT WS-FS-MOVPAG-OK
017850         DISPLAY "ERRO AO GRAVAR MOVIMENTO DE ESTORNO: "
017860             WS-FS-MOVPAG
017870     END-IF.
017880 7600-GRAVAR-ESTORNO-EXIT.
017890     EXIT.
017900*-----------------------------------------------------------------
017910 7650-ESTORNAR-TRANSITO.
017920*    A SOBRA QUE A BAIXA ESTORNADA DEIXOU NA CONTA DE VALORES EM
017930*    TRANSITO SAI JUNTO COM ELA: SE O ULTIMO MOVIMENTO DO
017940*    TRANSITO DO CPF + CONTRATO E DA MESMA DATA DA BAIXA
017950*    ORIGINAL, O SALDO VEIO DAQUELA BAIXA E E ZERADO.
017960     PERFORM 7150-LER-TRANSITO THRU 7150-LER-TRANSITO-EXIT
017970     IF NOT WS-TEM-TRANSITO
017980         OR WS-VLR-SALDO-TRANS EQUAL ZEROS
017990         OR TR-DT-ULT-MOV NOT EQUAL WS-ORI-DT-PAGTO
018000         GO TO 7650-ESTORNAR-TRANSITO-EXIT
018010     END-IF
018020     MOVE ZEROS        TO TR-VLR-SALDO
018030     MOVE WS-DATA-HOJE TO TR-DT-ULT-MOV
018040     REWRITE TR-REGISTRO
018050     IF WS-FS-VALTRANS-OK
018060         DISPLAY "SALDO EM TRANSITO DA BAIXA ESTORNADO: "
018070             WS-VLR-SALDO-TRANS
018080     ELSE
018090         DISPLAY "ERRO AO GRAVAR VAL-TRANSITO: " WS-FS-VALTRANS
018100     END-IF.
018110 7650-ESTORNAR-TRANSITO-EXIT.
018120     EXIT.
018130*-----------------------------------------------------------------
018140 7690-GRAVAR-REINCLUSAO.
018150*    A QUITACAO ESTORNADA TINHA GERADO A EXCLUSAO DO CONTRATO NO
018160*    CADASTRO DE PROTECAO AO CREDITO: COM A DIVIDA REABERTA, O
018170*    CONTRATO VOLTA A SER INCLUIDO, PELO MESMO ARQUIVO
018180*    BUR-INCLUSAO GRAVADO PELO NEGCOB.
018190     MOVE SPACES         TO NI-REGISTRO
018200     MOVE "I"            TO NI-TIPO-REG
018210     MOVE WS-DATA-HOJE   TO NI-DT-MOVIMENTO
018220     MOVE CO-CPF         TO NI-CPF
018230     MOVE CO-NR-CONTRATO TO NI-NR-CONTRATO
018240     MOVE WS-VLR-FALTA   TO NI-VLR-DIVIDA
018250     WRITE NI-REGISTRO
018260     IF WS-FS-BURINCL-OK
018270         DISPLAY "REINCLUSAO NO CADASTRO DE PROTECAO AO CREDITO "
018280             "GERADA PARA O CONTRATO"
018290     ELSE
018300         DISPLAY "ERRO AO GRAVAR BUR-INCLUSAO: " WS-FS-BURINCL
018310     END-IF.
018320 7690-GRAVAR-REINCLUSAO-EXIT.
018330     EXIT.
018340*-----------------------------------------------------------------
018350 7700-REGISTRAR-CONTATO.
018360*    REGISTRO DO CONTATO DE COBRANCA FEITO PELO OPERADOR COM O
018370*    CLIENTE DE UM CONTRATO: RESULTADO DA LIGACAO E, SE O CLIENTE
018380*    ATENDEU, A PROMESSA DE PAGAMENTO (VALOR E DATA), GRAVADOS NO
018390*    HIST-CONTATOS COM O OPERADOR E A DATA E HORA DO CONTATO. A
018400*    PROMESSA FICA EM ABERTO ATE A APURACAO NOTURNA DO PRMCOB,
018410*    QUE A MARCA COMO CUMPRIDA OU QUEBRADA. SO CABE UMA PROMESSA
018420*    EM ABERTO POR CONTRATO: COM OUTRA AINDA EM ABERTO, O CONTATO
018430*    E GRAVADO SEM PROMESSA.
018440     ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD
018450     ACCEPT WS-HORA-COMPLETA FROM TIME
018460     DISPLAY "INFORME O CPF DO CLIENTE DO CONTRATO: "
018470     ACCEPT CO-CPF
018480     DISPLAY "INFORME O NR DO CONTRATO (3 DIGITOS): "
018490     ACCEPT WS-AUX-NR-CONTRATO
018500     IF WS-AUX-NR-CONTRATO NOT NUMERIC
018510         DISPLAY "ERRO: NR DO CONTRATO DEVE SER NUMERICO"
018520         GO TO 7700-REGISTRAR-CONTATO-EXIT
018530     END-IF
018540     MOVE WS-AUX-NR-CONTRATO TO CO-NR-CONTRATO
018550
018560     READ CONTRATOS-MASTER
018570         INVALID KEY
018580             DISPLAY "CONTRATO NAO ENCONTRADO"
018590             GO TO 7700-REGISTRAR-CONTATO-EXIT
018600     END-READ
018610     IF CO-REG-INATIVO
018620         DISPLAY "CONTRATO INATIVO, CONTATO NAO REGISTRADO"
018630         GO TO 7700-REGISTRAR-CONTATO-EXIT
018640     END-IF
018650
018660     PERFORM 7750-PROCURAR-PROMESSA
018670         THRU 7750-PROCURAR-PROMESSA-EXIT
018680
018690     MOVE SPACES            TO HT-REGISTRO
018700     MOVE CO-CPF            TO HT-CPF
018710     MOVE CO-NR-CONTRATO    TO HT-NR-CONTRATO
018720     MOVE WS-DATA-HOJE      TO HT-DT-CONTATO
018730     MOVE WS-HORA-HHMMSS    TO HT-HORA-CONTATO
018740     MOVE WS-OPERADOR-ATUAL TO HT-OPERADOR
018750     MOVE "N"               TO HT-FLG-PROMESSA
018760     MOVE ZEROS             TO HT-VLR-PROMESSA
018770     MOVE ZEROS             TO HT-DT-PROMESSA
018780     MOVE ZEROS             TO HT-VLR-PAGO-PROM
018790     MOVE ZEROS             TO HT-DT-APURACAO
018800
018810     DISPLAY "RESULTADO DO CONTATO:"
018820     DISPLAY "  A - ATENDEU            N - NAO ATENDEU"
018830     DISPLAY "  R - RECADO C/ TERCEIRO F - TELEFONE ERRADO"
018840     DISPLAY "  X - RECUSOU PAGAR"
018850     ACCEPT HT-RESULTADO
018860     IF NOT HT-RESULT-VALIDO
018870         DISPLAY "ERRO: RESULTADO INVALIDO, CONTATO NAO "
018880             "REGISTRADO"
018890         GO TO 7700-REGISTRAR-CONTATO-EXIT
018900     END-IF
018910
018920     IF HT-ATENDEU
018930         DISPLAY "HOUVE PROMESSA DE PAGAMENTO (S/N)? "
018940         ACCEPT WS-AUX-FLG-PROMESSA
018950     ELSE
018960         MOVE "N" TO WS-AUX-FLG-PROMESSA
018970     END-IF
018980     IF (WS-AUX-FLG-PROMESSA EQUAL "S" OR "s")
018990         AND WS-PROM-ABERTA
019000         DISPLAY "CONTRATO JA TEM PROMESSA EM ABERTO PARA "
019010             WS-PROM-DT-ABERTA ", CONTATO GRAVADO SEM PROMESSA"
019020         MOVE "N" TO WS-AUX-FLG-PROMESSA
019030     END-IF
019040
019050     IF WS-AUX-FLG-PROMESSA EQUAL "S" OR "s"
019060         DISPLAY "INFORME O VALOR PROMETIDO (9 DIGITOS, 2 DEC.): "
019070         ACCEPT WS-AUX-VLR-PROMESSA
019080         IF WS-AUX-VLR-PROMESSA NOT NUMERIC
019090             OR WS-AUX-VLR-PROMESSA-R EQUAL ZEROS
019100             DISPLAY "ERRO: VALOR PROMETIDO INVALIDO, CONTATO "
019110                 "NAO REGISTRADO"
019120             GO TO 7700-REGISTRAR-CONTATO-EXIT
019130         END-IF
019140         DISPLAY "INFORME A DATA PROMETIDA (AAAAMMDD): "
019150         ACCEPT WS-AUX-DT-PROMESSA
019160         IF WS-AUX-DT-PROMESSA NOT NUMERIC
019170             OR WS-AUX-MM-PROMESSA LESS THAN 01
019180             OR WS-AUX-MM-PROMESSA GREATER THAN 12
019190             OR WS-AUX-DD-PROMESSA LESS THAN 01
019200             OR WS-AUX-DD-PROMESSA GREATER THAN 31
019210             OR WS-AUX-DT-PROMESSA LESS THAN WS-DATA-HOJE
019220             DISPLAY "ERRO: DATA PROMETIDA INVALIDA OU JA "
019230                 "PASSADA, CONTATO NAO REGISTRADO"
019240             GO TO 7700-REGISTRAR-CONTATO-EXIT
019250         END-IF
019260         MOVE "S"                   TO HT-FLG-PROMESSA
019270         MOVE WS-AUX-VLR-PROMESSA-R TO HT-VLR-PROMESSA
019280         MOVE WS-AUX-DT-PROMESSA    TO HT-DT-PROMESSA
019290         MOVE "A"                   TO HT-STS-PROMESSA
019300     END-IF
019310
019320     WRITE HT-REGISTRO
019330     IF NOT WS-FS-HISTCONT-OK
019340         DISPLAY "ERRO AO GRAVAR HIST-CONTATOS: " WS-FS-HISTCONT
019350         GO TO 7700-REGISTRAR-CONTATO-EXIT
019360     END-IF
019370     IF HT-COM-PROMESSA
019380         DISPLAY "CONTATO REGISTRADO COM PROMESSA DE "
019390             HT-VLR-PROMESSA " PARA " HT-DT-PROMESSA
019400     ELSE
019410         DISPLAY "CONTATO REGISTRADO"
019420     END-IF.
019430 7700-REGISTRAR-CONTATO-EXIT.
019440     EXIT.
019450*-----------------------------------------------------------------
019460 7750-PROCURAR-PROMESSA.
019470*    PROCURA NO HIST-CONTATOS, A PARTIR DO PRIMEIRO CONTATO DO
019480*    CPF + CONTRATO, UMA PROMESSA AINDA EM ABERTO.
019490     MOVE "N"            TO WS-SW-PROM-ABERTA
019500     MOVE ZEROS          TO WS-PROM-DT-ABERTA
019510     MOVE "N"            TO WS-SW-FIM-CONTATOS
019520     MOVE CO-CPF         TO HT-CPF
019530     MOVE CO-NR-CONTRATO TO HT-NR-CONTRATO
019540     MOVE ZEROS          TO HT-DT-CONTATO
019550     MOVE ZEROS          TO HT-HORA-CONTATO
019560     START HIST-CONTATOS
019570         KEY IS NOT LESS THAN HT-CHAVE-CONTATO
019580         INVALID KEY
019590             MOVE "S" TO WS-SW-FIM-CONTATOS
019600     END-START
019610     PERFORM 7760-CONFERIR-CONTATO
019620         THRU 7760-CONFERIR-CONTATO-EXIT
019630         UNTIL WS-FIM-CONTATOS.
019640 7750-PROCURAR-PROMESSA-EXIT.
019650     EXIT.
019660*-----------------------------------------------------------------
019670 7760-CONFERIR-CONTATO.
019680     READ HIST-CONTATOS NEXT RECORD
019690         AT END
019700             MOVE "S" TO WS-SW-FIM-CONTATOS
019710             GO TO 7760-CONFERIR-CONTATO-EXIT
019720     END-READ
019730     IF NOT WS-FS-HISTCONT-OK
019740         OR HT-CPF NOT EQUAL CO-CPF
019750         OR HT-NR-CONTRATO NOT EQUAL CO-NR-CONTRATO
019760         MOVE "S" TO WS-SW-FIM-CONTATOS
019770         GO TO 7760-CONFERIR-CONTATO-EXIT
019780     END-IF
019790     IF HT-COM-PROMESSA
019800         AND HT-PROM-ABERTA
019810         MOVE "S"            TO WS-SW-PROM-ABERTA
019820         MOVE HT-DT-PROMESSA TO WS-PROM-DT-ABERTA
019830         MOVE "S"            TO WS-SW-FIM-CONTATOS
019840     END-IF.
019850 7760-CONFERIR-CONTATO-EXIT.
019860     EXIT.
019870*-----------------------------------------------------------------
019880 7800-MANTER-ENDERECO.
019890*    INCLUSAO OU ALTERACAO DO ENDERECO DE CORRESPONDENCIA DO CPF
019900*    NO END-CLIENTES. TODOS OS CAMPOS SAO REDIGITADOS; O CEP TEM
019910*    DE ESTAR NA FAIXA DE CEP DA UF INFORMADA. GRAVAR O ENDERECO
019920*    O TORNA VALIDO DE NOVO, LIBERANDO O CLIENTE QUE ESTAVA COM
019930*    CARTA DEVOLVIDA PARA A PROXIMA EMISSAO DO CARTCOB.
019940     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
019950     DISPLAY "INFORME O CPF DO CLIENTE: "
019960     ACCEPT CM-CPF
019970     READ CLIENTES-MASTER
019980         INVALID KEY
019990             DISPLAY "CLIENTE NAO ENCONTRADO"
020000             GO TO 7800-MANTER-ENDERECO-EXIT
020010     END-READ
020020     IF CM-REG-INATIVO
020030         DISPLAY "CLIENTE INATIVO, ENDERECO NAO ALTERADO"
020040         GO TO 7800-MANTER-ENDERECO-EXIT
020050     END-IF
020060
020070     MOVE CM-CPF TO EN-CPF
020080     READ END-CLIENTES
020090         INVALID KEY
020100             MOVE "S" TO WS-SW-END-NOVO
020110         NOT INVALID KEY
020120             MOVE "N" TO WS-SW-END-NOVO
020130     END-READ
020140     IF WS-END-INCLUSAO
020150         DISPLAY "CLIENTE SEM ENDERECO CADASTRADO, INCLUSAO"
020160         MOVE SPACES TO WS-IMAGEM-ANTES
020170     ELSE
020180         MOVE EN-REGISTRO TO WS-IMAGEM-ANTES
020190         DISPLAY "ENDERECO ATUAL: " EN-LOGRADOURO " " EN-NUMERO
020200             " " EN-COMPLEMENTO
020210         DISPLAY "                " EN-BAIRRO " " EN-CIDADE
020220             " " EN-UF " CEP " EN-CEP
020230         IF EN-DEVOLVIDO
020240             DISPLAY "ATENCAO: CARTA DEVOLVIDA EM "
020250                 EN-DT-DEVOLUCAO
020260                 " MOTIVO " EN-MOTIVO-DEVOL
020270         END-IF
020280     END-IF
020290
020300     MOVE SPACES TO WS-END-NOVO
020310     MOVE CM-CPF TO WS-EN-CPF
020320     DISPLAY "INFORME O LOGRADOURO (40 POSICOES): "
020330     ACCEPT WS-EN-LOGRADOURO
020340     DISPLAY "INFORME O NUMERO (6 POSICOES, S/N SE NAO HOUVER): "
020350     ACCEPT WS-EN-NUMERO
020360     DISPLAY "INFORME O COMPLEMENTO (15 POSICOES): "
020370     ACCEPT WS-EN-COMPLEMENTO
020380     DISPLAY "INFORME O BAIRRO (20 POSICOES): "
020390     ACCEPT WS-EN-BAIRRO
020400     DISPLAY "INFORME A CIDADE (25 POSICOES): "
020410     ACCEPT WS-EN-CIDADE
020420     DISPLAY "INFORME A UF (2 LETRAS MAIUSCULAS): "
020430     ACCEPT WS-EN-UF
020440     DISPLAY "INFORME O CEP (8 DIGITOS): "
020450     ACCEPT WS-AUX-CEP
020460
020470     IF WS-EN-LOGRADOURO EQUAL SPACES
020480         OR WS-EN-NUMERO EQUAL SPACES
020490         OR WS-EN-BAIRRO EQUAL SPACES
020500         OR WS-EN-CIDADE EQUAL SPACES
020510         DISPLAY "ERRO: LOGRADOURO, NUMERO, BAIRRO E CIDADE SAO "
020520             "OBRIGATORIOS. ENDERECO NAO GRAVADO"
020530         GO TO 7800-MANTER-ENDERECO-EXIT
020540     END-IF
020550     IF WS-AUX-CEP NOT NUMERIC
020560         OR WS-AUX-CEP-R EQUAL ZEROS
020570         DISPLAY "ERRO: CEP DEVE TER 8 DIGITOS. ENDERECO NAO "
020580             "GRAVADO"
020590         GO TO 7800-MANTER-ENDERECO-EXIT
020600     END-IF
020610     MOVE WS-AUX-CEP-R TO WS-EN-CEP
020620
020630     PERFORM 7850-VALIDAR-CEP-UF
020640         THRU 7850-VALIDAR-CEP-UF-EXIT
020650     IF NOT WS-UF-VALIDA
020660         DISPLAY "ERRO: UF INVALIDA. ENDERECO NAO GRAVADO"
020670         GO TO 7800-MANTER-ENDERECO-EXIT
020680     END-IF
020690     IF NOT WS-CEP-VALIDO
020700         DISPLAY "ERRO: CEP " WS-EN-CEP " FORA DA FAIXA DA UF "
020710             WS-EN-UF ". ENDERECO NAO GRAVADO"
020720         GO TO 7800-MANTER-ENDERECO-EXIT
020730     END-IF
020740
020750     MOVE WS-EN-CPF      TO EN-CPF
020760     MOVE WS-EN-ENDERECO TO EN-ENDERECO
020770     MOVE "V"            TO EN-STS-ENDERECO
020780     MOVE SPACES         TO EN-MOTIVO-DEVOL
020790     MOVE ZEROS          TO EN-DT-DEVOLUCAO
020800     MOVE WS-DATA-HOJE   TO EN-DT-ATUALIZACAO
020810     IF WS-END-INCLUSAO
020820         WRITE EN-REGISTRO
020830     ELSE
020840         REWRITE EN-REGISTRO
020850     END-IF
020860     IF NOT WS-FS-ENDCLI-OK
020870         DISPLAY "ERRO AO GRAVAR END-CLIENTES: " WS-FS-ENDCLI
020880         GO TO 7800-MANTER-ENDERECO-EXIT
020890     END-IF
020900     DISPLAY "ENDERECO GRAVADO COM SUCESSO"
020910     MOVE EN-REGISTRO TO WS-IMAGEM-DEPOIS
020920     MOVE "E"         TO WS-AUD-TIPO-REG
020930     PERFORM 7300-GRAVAR-AUDITORIA
020940         THRU 7300-GRAVAR-AUDITORIA-EXIT.
020950 7800-MANTER-ENDERECO-EXIT.
020960     EXIT.
020970*-----------------------------------------------------------------
020980 7850-VALIDAR-CEP-UF.
020990*    A UF E VALIDA SE CONSTA DA TABELA DE FAIXAS; O CEP E VALIDO
021000*    SE OS 5 PRIMEIROS DIGITOS CAEM EM UMA FAIXA DESSA UF.
021010     MOVE "N" TO WS-SW-UF-VALIDA
021020     MOVE "N" TO WS-SW-CEP-VALIDO
021030     PERFORM 7860-CONFERIR-FAIXA-CEP
021040         THRU 7860-CONFERIR-FAIXA-CEP-EXIT
021050         VARYING WS-IDX-FAIXA FROM 1 BY 1
021060         UNTIL WS-IDX-FAIXA GREATER THAN WS-QTD-FAIXAS-CEP
021070             OR WS-CEP-VALIDO.
021080 7850-VALIDAR-CEP-UF-EXIT.
021090     EXIT.
021100*-----------------------------------------------------------------
021110 7860-CONFERIR-FAIXA-CEP.
021120     IF WS-TAB-FX-UF (WS-IDX-FAIXA) EQUAL WS-EN-UF
021130         MOVE "S" TO WS-SW-UF-VALIDA
021140         IF WS-EN-CEP-PREFIXO NOT LESS THAN
021150                 WS-TAB-FX-CEP-INI (WS-IDX-FAIXA)
021160             AND WS-EN-CEP-PREFIXO NOT GREATER THAN
021170                 WS-TAB-FX-CEP-FIM (WS-IDX-FAIXA)
021180             MOVE "S" TO WS-SW-CEP-VALIDO
021190         END-IF
021200     END-IF.
021210 7860-CONFERIR-FAIXA-CEP-EXIT.
021220     EXIT.
021230*-----------------------------------------------------------------
021240 7900-REGISTRAR-DEVOLUCAO.
021250*    REGISTRA A CARTA DE COBRANCA DEVOLVIDA PELO CORREIO: MARCA O
021260*    ENDERECO DO CPF COMO DEVOLVIDO, COM O MOTIVO E A DATA. O
021270*    CARTCOB NAO EMITE CARTA PARA ENDERECO DEVOLVIDO ATE ELE SER
021280*    ATUALIZADO PELA OPCAO N.
021290     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
021300     DISPLAY "INFORME O CPF DO CLIENTE DA CARTA DEVOLVIDA: "
021310     ACCEPT EN-CPF
021320     READ END-CLIENTES
021330         INVALID KEY
021340             DISPLAY "CLIENTE SEM ENDERECO CADASTRADO"
021350             GO TO 7900-REGISTRAR-DEVOLUCAO-EXIT
021360     END-READ
021370     IF EN-DEVOLVIDO
021380         DISPLAY "ENDERECO JA MARCADO COMO DEVOLVIDO EM "
021390             EN-DT-DEVOLUCAO
021400         GO TO 7900-REGISTRAR-DEVOLUCAO-EXIT
021410     END-IF
021420     MOVE EN-REGISTRO TO WS-IMAGEM-ANTES
021430     DISPLAY "ENDERECO: " EN-LOGRADOURO " " EN-NUMERO
021440         " " EN-CIDADE " " EN-UF
021450     DISPLAY "MOTIVO DA DEVOLUCAO:"
021460     DISPLAY "  M - MUDOU-SE           D - DESCONHECIDO"
021470     DISPLAY "  I - END. INSUFICIENTE  R - RECUSADO"
021480     ACCEPT EN-MOTIVO-DEVOL
021490     IF NOT EN-MOTIVO-VALIDO
021500         DISPLAY "ERRO: MOTIVO INVALIDO, DEVOLUCAO NAO REGISTRADA"
021510         GO TO 7900-REGISTRAR-DEVOLUCAO-EXIT
021520     END-IF
021530     MOVE "D"          TO EN-STS-ENDERECO
021540     MOVE WS-DATA-HOJE TO EN-DT-DEVOLUCAO
021550     REWRITE EN-REGISTRO
021560     IF NOT WS-FS-ENDCLI-OK
021570         DISPLAY "ERRO AO GRAVAR END-CLIENTES: " WS-FS-ENDCLI
021580         GO TO 7900-REGISTRAR-DEVOLUCAO-EXIT
021590     END-IF
021600     DISPLAY "DEVOLUCAO REGISTRADA. CLIENTE FORA DAS CARTAS ATE "
021610         "A ATUALIZACAO DO ENDERECO"
021620     MOVE EN-REGISTRO TO WS-IMAGEM-DEPOIS
021630     MOVE "E"         TO WS-AUD-TIPO-REG
021640     PERFORM 7300-GRAVAR-AUDITORIA
021650         THRU 7300-GRAVAR-AUDITORIA-EXIT.
021660 7900-REGISTRAR-DEVOLUCAO-EXIT.
021670     EXIT.
021680*-----------------------------------------------------------------
021690 8000-REIMPRIMIR.
021700     DISPLAY "INFORME O CPF DO CLIENTE PARA REIMPRESSAO: "
021710     ACCEPT CM-CPF
021720
021730     READ CLIENTES-MASTER
021740         INVALID KEY
021750             DISPLAY "CLIENTE NAO ENCONTRADO"
021760             GO TO 8000-REIMPRIMIR-EXIT
021770     END-READ
021780
021790     DISPLAY "==================================================="
021800     DISPLAY "  2A VIA - DADOS DO CLIENTE"
021810     DISPLAY "  CPF........: " CM-CPF
021820     DISPLAY "  NOME.......: " CM-NOME
021830     DISPLAY "  TELEFONE...: " CM-TELEFONE
021840     MOVE "S" TO WS-SW-LISTAR-CONTR
021850     PERFORM 6100-LISTAR-CONTRATOS
021860         THRU 6100-LISTAR-CONTRATOS-EXIT
021870     DISPLAY "  CONTRATOS..: " WS-CNT-CONTRATOS
021880     DISPLAY "  TOT DIVIDA.: " WS-TOT-CLI-DIVIDA
021890     DISPLAY "  TOT PAGO...: " WS-TOT-CLI-PAGO
021900     DISPLAY "  TOT FALTA..: " WS-TOT-CLI-FALTA
021910     DISPLAY "===================================================".
021920 8000-REIMPRIMIR-EXIT.
021930     EXIT.
021940*-----------------------------------------------------------------
021950 9000-EXTRATO.
021960     DISPLAY "INFORME O CPF DO CLIENTE PARA EXTRATO: "
021970     ACCEPT CM-CPF
021980
021990     READ CLIENTES-MASTER
022000         INVALID KEY
022010             DISPLAY "CLIENTE NAO ENCONTRADO"
022020             GO TO 9000-EXTRATO-EXIT
022030     END-READ
022040
022050     MOVE "N" TO WS-SW-LISTAR-CONTR
022060     PERFORM 6100-LISTAR-CONTRATOS
022070         THRU 6100-LISTAR-CONTRATOS-EXIT
022080     MOVE "S" TO WS-SW-LISTAR-CONTR
022090
022100     CLOSE MOV-PAGAMENTOS
022110     OPEN INPUT MOV-PAGAMENTOS
022120     IF NOT WS-FS-MOVPAG-OK
022130         DISPLAY "ERRO AO ABRIR MOV-PAGAMENTOS: " WS-FS-MOVPAG
022140         OPEN EXTEND MOV-PAGAMENTOS
022150         GO TO 9000-EXTRATO-EXIT
022160     END-IF
022170
022180     DISPLAY "==================================================="
022190     DISPLAY "  EXTRATO DE PAGAMENTOS DO CLIENTE"
022200     DISPLAY "  CPF....: " CM-CPF
022210     DISPLAY "  NOME...: " CM-NOME
022220     DISPLAY "  DATA        CTR  PARC     VALOR        ORIGEM"
022230         "   BAIXA ESTORNADA"
022240
022250     MOVE "N"   TO WS-SW-FIM-MOVPAG
022260     MOVE ZEROS TO WS-CNT-MOV-EXTRATO
022270     PERFORM 9100-LER-MOVIMENTO THRU 9100-LER-MOVIMENTO-EXIT
022280     PERFORM 9200-LISTAR-MOVIMENTO
022290         THRU 9200-LISTAR-MOVIMENTO-EXIT
022300         UNTIL WS-FIM-MOVPAG
022310
022320     IF WS-CNT-MOV-EXTRATO EQUAL ZEROS
022330         DISPLAY "  NENHUM PAGAMENTO REGISTRADO PARA ESTE CPF"
022340     END-IF
022350
022360     DISPLAY "  TOT DIVIDA.: " WS-TOT-CLI-DIVIDA
022370     DISPLAY "  TOT PAGO...: " WS-TOT-CLI-PAGO
022380     DISPLAY "  TOT FALTA..: " WS-TOT-CLI-FALTA
022390     DISPLAY "==================================================="
022400
022410     CLOSE MOV-PAGAMENTOS
022420     OPEN EXTEND MOV-PAGAMENTOS.
022430 9000-EXTRATO-EXIT.
022440     EXIT.
022450*-----------------------------------------------------------------
022460 9100-LER-MOVIMENTO.
022470     READ MOV-PAGAMENTOS
022480         AT END
022490             MOVE "S" TO WS-SW-FIM-MOVPAG
022500     END-READ
022510     IF NOT WS-FS-MOVPAG-OK
022520         MOVE "S" TO WS-SW-FIM-MOVPAG
022530     END-IF.
022540 9100-LER-MOVIMENTO-EXIT.
022550     EXIT.
022560*-----------------------------------------------------------------
022570 9200-LISTAR-MOVIMENTO.
022580     IF MV-CPF EQUAL CM-CPF
022590         MOVE MV-DT-PAGTO    TO WS-EXT-DT-PAGTO
022600         MOVE MV-NR-CONTRATO TO WS-EXT-NR-CONTRATO
022610         MOVE MV-NR-PARCELA  TO WS-EXT-NR-PARCELA
022620         MOVE MV-VLR-PAGO   TO WS-EXT-VLR-PAGO
022630         MOVE ZEROS          TO WS-EXT-REF-DT
022640         EVALUATE TRUE
022650             WHEN MV-BAIXA-BANCO
022660                 MOVE "BANCO"   TO WS-EXT-ORIGEM
022670             WHEN MV-BAIXA-AGENCIA
022680                 MOVE "AGENCIA" TO WS-EXT-ORIGEM
022690*            O ESTORNO SAI COM O VALOR NEGATIVO E A DATA DA
022700*            BAIXA QUE ELE ANULA.
022710             WHEN MV-ESTORNO
022720                 MOVE "ESTORNO" TO WS-EXT-ORIGEM
022730                 COMPUTE WS-EXT-VLR-PAGO = ZERO - MV-VLR-PAGO
022740                 IF MV-REF-DT-PAGTO NUMERIC
022750                     MOVE MV-REF-DT-PAGTO TO WS-EXT-REF-DT
022760                 END-IF
022770             WHEN OTHER
022780                 MOVE "CADCLI"  TO WS-EXT-ORIGEM
022790         END-EVALUATE
022800         DISPLAY "  " WS-EXT-LINHA
022810         ADD 1 TO WS-CNT-MOV-EXTRATO
022820     END-IF
022830     PERFORM 9100-LER-MOVIMENTO THRU 9100-LER-MOVIMENTO-EXIT.
022840 9200-LISTAR-MOVIMENTO-EXIT.
022850     EXIT.
