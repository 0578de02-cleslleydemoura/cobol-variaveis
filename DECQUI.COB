000010******************************************************************
000020* PROGRAM:     DECQUI
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     EMISSAO ANUAL DA DECLARACAO DE QUITACAO DE DEBITOS
000090*              (LEI 12.007/2009), A SER ENVIADA ATE MAIO DO ANO
000100*              SEGUINTE. PARA CADA CPF + CONTRATO DO
000110*              CONTRATOS-MASTER COM PARCELAS VENCIDAS NO ANO-BASE:
000120*              - TODAS AS PARCELAS DO ANO PAGAS: SAI UMA PAGINA DE
000130*                DECLARACAO (DECLARACOES) COM O BLOCO DE ENDERECO
000140*                (END-CLIENTES) E AS PARCELAS DO ANO, COM DATA,
000150*                VALOR E ORIGEM DO PAGAMENTO APURADOS NO
000160*                MOV-PAGAMENTOS E, QUANDO O ANO JA FOI EXPURGADO
000170*                PELO EXPMOV, NO ARQUIVAMENTO ARQ-MOV (BAIXAS
000180*                LIQUIDAS DOS ESTORNOS);
000190*              - ALGUMA PARCELA DO ANO EM ABERTO, OU CONTRATO
000200*                RENEGOCIADO A PARTIR DO ANO-BASE (O PLANO ATUAL
000210*                NAO DESCREVE MAIS AS PARCELAS DO ANO): NAO SAI
000220*                DECLARACAO, SO A LINHA NA LISTA DE EXCECAO
000230*                (DECL-EXCECAO).
000240*              A DECLARACAO DE CLIENTE SEM ENDERECO VALIDO SAI
000250*              MARCADA PARA ENTREGA NO SETOR E TAMBEM CONSTA DA
000260*              LISTA DE EXCECAO. CADA EMISSAO GRAVA UM REGISTRO
000270*              NO CTL-DECLARACAO; O MESMO ANO-BASE SO E EMITIDO DE
000280*              NOVO COM O PARAMETRO REEMITIR E O CODIGO DE UM
000290*              SUPERVISOR ATIVO DO CADASTRO DE OPERADORES.
000300*              PARAMETRO (LINHA DE COMANDO):
000310*                POSICOES 01-04  ANO-BASE AAAA (EM BRANCO = ANO
000320*                                ANTERIOR AO DA DATA DO SISTEMA)
000330*                POSICOES 06-13  REEMITIR (SO PARA A REEMISSAO)
000340*                POSICOES 15-19  CODIGO DO SUPERVISOR QUE AUTORIZA
000350*                                A REEMISSAO
000360*              EX.: "2025" OU "2025 REEMITIR SUP01".
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000401*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000402*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000403*                    COMUM): A LEITURA DO CLIENTE PELO CPF
000404*                    DEIXA DE USAR CHAVE ALTERNATIVA.
000405*   15/10/2026 CDM   TEXTO DE FECHAMENTO DA DECLARACAO EM DUAS
000406*                    LINHAS: NA LINHA UNICA PASSAVA DE 132
000407*                    POSICOES E SAIA CORTADO.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DECQUI.
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS CO-CHAVE-CONTRATO
000510         FILE STATUS IS WS-FS-CONTMEST.
000520     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CM-CPF
000570         FILE STATUS IS WS-FS-CLIMEST.
000580     SELECT END-CLIENTES ASSIGN TO ENDCLI
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS EN-CPF
000620         FILE STATUS IS WS-FS-ENDCLI.
000630     SELECT MOV-PAGAMENTOS ASSIGN TO MOVPAG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-MOVPAG.
000660     SELECT ARQ-MOV ASSIGN TO ARQMOV
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-ARQMOV.
000690     SELECT OPERADORES ASSIGN TO OPERCAD
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-OPERCAD.
000720     SELECT CTL-DECLARACAO ASSIGN TO CTLDEC
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-CTLDEC.
000750     SELECT DECLARACOES ASSIGN TO DECQUI
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-DECQUI.
000780     SELECT DECL-EXCECAO ASSIGN TO DECEXC
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-DECEXC.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CONTRATOS-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850 01  CO-REGISTRO.
000860     COPY CONTREG REPLACING LEADING ==WS-== BY ==CO-==.
000870 FD  CLIENTES-MASTER
000880     LABEL RECORDS ARE STANDARD.
000890 01  CM-REGISTRO.
000900     COPY CUSTREG REPLACING LEADING ==WS-== BY ==CM-==.
000910 FD  END-CLIENTES
000920     LABEL RECORDS ARE STANDARD.
000930 01  EN-REGISTRO.
000940     COPY ENDREG REPLACING LEADING ==WS-EN-== BY ==EN-==.
000950 FD  MOV-PAGAMENTOS
000960     LABEL RECORDS ARE STANDARD.
000970 01  MV-REGISTRO.
000980     COPY MOVPAG REPLACING LEADING ==WS-== BY ==MV-==.
000990 FD  ARQ-MOV
001000     LABEL RECORDS ARE STANDARD.
001010 01  AM-REGISTRO.
001020     COPY SEGREG REPLACING LEADING ==WS-SG-== BY ==AM-==.
001030 FD  OPERADORES
001040     LABEL RECORDS ARE STANDARD.
001050 01  OP-REGISTRO.
001060     COPY OPEREG REPLACING LEADING ==WS-OP-== BY ==OP-==.
001070 FD  CTL-DECLARACAO
001080     LABEL RECORDS ARE STANDARD.
001090 01  CD-REGISTRO.
001100     05  CD-ANO-BASE              PIC 9(04).
001110     05  CD-DT-EMISSAO            PIC 9(08).
001120     05  CD-TIPO-EMISSAO          PIC X(01).
001130         88  CD-EMISSAO-NORMAL    VALUE "N".
001140         88  CD-REEMISSAO         VALUE "R".
001150     05  CD-OPERADOR              PIC X(05).
001160     05  CD-QTD-DECLARACOES       PIC 9(07).
001170     05  CD-QTD-EXCECOES          PIC 9(07).
001180 FD  DECLARACOES
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 132 CHARACTERS.
001210 01  WL-LINHA                     PIC X(132).
001220 FD  DECL-EXCECAO
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 132 CHARACTERS.
001250 01  WX-LINHA                     PIC X(132).
001260 WORKING-STORAGE SECTION.
001270 01  WS-FS-CONTMEST               PIC X(02).
001280     88  WS-FS-CONT-OK            VALUE "00".
001290     88  WS-FS-CONT-SUCESSO       VALUE "00" THRU "09".
001300 01  WS-FS-CLIMEST                PIC X(02).
001310     88  WS-FS-OK                 VALUE "00".
001320 01  WS-FS-ENDCLI                 PIC X(02).
001330     88  WS-FS-ENDCLI-OK          VALUE "00".
001340 01  WS-FS-MOVPAG                 PIC X(02).
001350     88  WS-FS-MOVPAG-OK          VALUE "00".
001360     88  WS-FS-MOVPAG-SUCESSO     VALUE "00" THRU "09".
001370 01  WS-FS-ARQMOV                 PIC X(02).
001380     88  WS-FS-ARQMOV-OK          VALUE "00".
001390     88  WS-FS-ARQMOV-SUCESSO     VALUE "00" THRU "09".
001400 01  WS-FS-OPERCAD                PIC X(02).
001410     88  WS-FS-OPERCAD-OK         VALUE "00".
001420     88  WS-FS-OPERCAD-SUCESSO    VALUE "00" THRU "09".
001430 01  WS-FS-CTLDEC                 PIC X(02).
001440     88  WS-FS-CTLDEC-OK          VALUE "00".
001450     88  WS-FS-CTLDEC-SUCESSO     VALUE "00" THRU "09".
001460 01  WS-FS-DECQUI                 PIC X(02).
001470     88  WS-FS-DECQUI-OK          VALUE "00".
001480 01  WS-FS-DECEXC                 PIC X(02).
001490     88  WS-FS-DECEXC-OK          VALUE "00".
001500 01  WS-SWITCHES.
001510     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
001520         88  WS-ERRO-INICIALIZACAO VALUE "S".
001530     05  WS-SW-FIM-CONTR          PIC X(01)  VALUE "N".
001540         88  WS-FIM-CONTR         VALUE "S".
001550     05  WS-SW-FIM-MOV            PIC X(01)  VALUE "N".
001560         88  WS-FIM-MOV           VALUE "S".
001570     05  WS-SW-FIM-OPERCAD        PIC X(01)  VALUE "N".
001580         88  WS-FIM-OPERCAD       VALUE "S".
001590     05  WS-SW-FIM-CTLDEC         PIC X(01)  VALUE "N".
001600         88  WS-FIM-CTLDEC        VALUE "S".
001610     05  WS-SW-ANO-EMITIDO        PIC X(01)  VALUE "N".
001620         88  WS-ANO-EMITIDO       VALUE "S".
001630     05  WS-SW-REEMISSAO          PIC X(01)  VALUE "N".
001640         88  WS-EMISSAO-REEMISSAO VALUE "S".
001650     05  WS-SW-SUPERVISOR         PIC X(01)  VALUE "N".
001660         88  WS-SUPERVISOR-OK     VALUE "S".
001670     05  WS-SW-SEM-ENDERECOS      PIC X(01)  VALUE "N".
001680         88  WS-SEM-ENDERECOS     VALUE "S".
001690     05  WS-SW-END-INVALIDO       PIC X(01)  VALUE "N".
001700         88  WS-END-INVALIDO      VALUE "S".
001710     05  WS-SW-TAB-CHEIA          PIC X(01)  VALUE "N".
001720         88  WS-TAB-CHEIA         VALUE "S".
001730 01  WS-CONTADORES.
001740     05  WS-CNT-CONTRATOS         PIC 9(07)  VALUE ZEROS COMP.
001750     05  WS-CNT-SEM-PARCELA       PIC 9(07)  VALUE ZEROS COMP.
001760     05  WS-CNT-DECLARACOES       PIC 9(07)  VALUE ZEROS COMP.
001770     05  WS-CNT-EXCECOES          PIC 9(07)  VALUE ZEROS COMP.
001780     05  WS-CNT-EM-ABERTO         PIC 9(07)  VALUE ZEROS COMP.
001790     05  WS-CNT-RENEGOCIADOS      PIC 9(07)  VALUE ZEROS COMP.
001800     05  WS-CNT-SEM-ENDERECO      PIC 9(07)  VALUE ZEROS COMP.
001810     05  WS-CNT-MOV-LIDOS         PIC 9(07)  VALUE ZEROS COMP.
001820     05  WS-CNT-ARQ-LIDOS         PIC 9(07)  VALUE ZEROS COMP.
001830     05  WS-CNT-SEM-MOVIMENTO     PIC 9(07)  VALUE ZEROS COMP.
001840     05  WS-CNT-ERRO              PIC 9(05)  VALUE ZEROS COMP.
001850 01  WS-DATA-HOJE                 PIC 9(08).
001860 01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
001870     05  WS-AAAA-HOJE             PIC 9(04).
001880     05  WS-MMDD-HOJE             PIC 9(04).
001890*-----------------------------------------------------------------
001900* PARAMETRO DA LINHA DE COMANDO: ANO-BASE, PEDIDO DE REEMISSAO E
001910* SUPERVISOR QUE A AUTORIZA
001920*-----------------------------------------------------------------
001930 01  WS-PARM-DECQUI               PIC X(20)  VALUE SPACES.
001940 01  WS-PARM-DECQUI-R REDEFINES WS-PARM-DECQUI.
001950     05  WS-PARM-ANO              PIC X(04).
001960     05  WS-PARM-ANO-R REDEFINES WS-PARM-ANO.
001970         10  WS-PARM-ANO-NUM      PIC 9(04).
001980     05  FILLER                   PIC X(01).
001990     05  WS-PARM-ACAO             PIC X(08).
002000         88  WS-PARM-REEMITIR     VALUE "REEMITIR".
002010         88  WS-PARM-SEM-ACAO     VALUE SPACES.
002020     05  FILLER                   PIC X(01).
002030     05  WS-PARM-OPERADOR         PIC X(05).
002040     05  FILLER                   PIC X(01).
002050 01  WS-ANO-BASE                  PIC 9(04)  VALUE ZEROS.
002060 01  WS-DT-INI-ANO                PIC 9(08)  VALUE ZEROS.
002070 01  WS-DT-ULT-EMISSAO            PIC 9(08)  VALUE ZEROS.
002080 01  WS-OPERADOR-AUT              PIC X(05)  VALUE SPACES.
002090*-----------------------------------------------------------------
002100* AREAS DO CALCULO DAS PARCELAS VENCIDAS NO ANO-BASE. CO-DT-VENCTO
002110* E O VENCIMENTO DA PRIMEIRA PARCELA EM ABERTO (CO-PARC-PAG + 1) E
002120* AS DEMAIS VENCEM MES A MES; OS MESES SAO CONTADOS COMO
002130* AAAA * 12 + MM - 1 PARA A CONTA ATRAVESSAR A VIRADA DO ANO.
002140*-----------------------------------------------------------------
002150 77  WS-MES-BASE                  PIC S9(07) VALUE ZEROS COMP.
002160 77  WS-MES-INI-ANO               PIC S9(07) VALUE ZEROS COMP.
002170 77  WS-MES-FIM-ANO               PIC S9(07) VALUE ZEROS COMP.
002180 77  WS-PARC-INI                  PIC S9(05) VALUE ZEROS COMP.
002190 77  WS-PARC-FIM                  PIC S9(05) VALUE ZEROS COMP.
002200 77  WS-PARC-ABERTA-INI           PIC S9(05) VALUE ZEROS COMP.
002210 77  WS-QTD-ABERTAS               PIC S9(05) VALUE ZEROS COMP.
002220 77  WS-MES-PARC                  PIC S9(07) VALUE ZEROS COMP.
002230 77  WS-MM-PARC                   PIC 9(02)  VALUE ZEROS.
002240*-----------------------------------------------------------------
002250* TABELA DOS CONTRATOS COM DECLARACAO, CARREGADA NA LEITURA DO
002260* CONTRATOS-MASTER (EM ORDEM DE CPF + CONTRATO, O QUE PERMITE A
002270* PESQUISA BINARIA) E COMPLETADA COM OS PAGAMENTOS NA LEITURA DOS
002280* MOVIMENTOS. UM ANO TEM NO MAXIMO 12 PARCELAS MENSAIS.
002290*-----------------------------------------------------------------
002300 77  WS-MAX-DECLARACOES           PIC 9(04)  VALUE 5000 COMP.
002310 77  WS-QTD-DECLARACOES           PIC 9(04)  VALUE ZEROS COMP.
002320 77  WS-IDX                       PIC 9(04)  VALUE ZEROS COMP.
002330 77  WS-IDX-PARC                  PIC 9(02)  VALUE ZEROS COMP.
002340 77  WS-QTD-PARC-ANO              PIC 9(02)  VALUE ZEROS COMP.
002350 77  WS-IDX-BAIXO                 PIC S9(05) VALUE ZEROS COMP.
002360 77  WS-IDX-ALTO                  PIC S9(05) VALUE ZEROS COMP.
002370 77  WS-IDX-MEIO                  PIC S9(05) VALUE ZEROS COMP.
002380 77  WS-IDX-ACHADO                PIC 9(04)  VALUE ZEROS COMP.
002390 01  WS-TAB-DECLARACOES.
002400     05  WS-DC-ENT                OCCURS 5000 TIMES.
002410         10  WS-DC-CHAVE.
002420             15  WS-DC-CPF        PIC 9(11).
002430             15  WS-DC-NR-CONTRATO PIC 9(03).
002440         10  WS-DC-PARC-INI       PIC 9(03).
002450         10  WS-DC-PARC-FIM       PIC 9(03).
002460         10  WS-DC-MM-INI         PIC 9(02).
002470         10  WS-DC-DD-VENCTO      PIC 9(02).
002480         10  WS-DC-VLR-PARC       PIC 9(05)V99.
002490         10  WS-DC-PARCELA        OCCURS 12 TIMES.
002500             15  WS-DC-DT-PAGTO   PIC 9(08).
002510             15  WS-DC-VLR-PAGO   PIC S9(07)V99.
002520             15  WS-DC-ORIGEM     PIC X(01).
002530 01  WS-CHAVE-BUSCA.
002540     05  WS-BUSCA-CPF             PIC 9(11).
002550     05  WS-BUSCA-NR-CONTRATO     PIC 9(03).
002560*-----------------------------------------------------------------
002570* MOVIMENTO CORRENTE, DO MOV-PAGAMENTOS OU DO DETALHE DO ARQ-MOV
002580*-----------------------------------------------------------------
002590 01  WS-REG-MOV.
002600     COPY MOVPAG.
002610 77  WS-TOT-PAGO-CONTR            PIC 9(08)V99 VALUE ZEROS.
002620 77  WS-MAX-LIN-PAGINA            PIC 9(03) VALUE 050 COMP.
002630 77  WS-CNT-LIN-PAGINA            PIC 9(03) VALUE ZEROS COMP.
002640 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
002650*-----------------------------------------------------------------
002660* AREAS DE MONTAGEM DA DECLARACAO
002670*-----------------------------------------------------------------
002680 01  WS-CAB-DECL.
002690     05  FILLER                   PIC X(20)
002700         VALUE "SETOR DE COBRANCA".
002710     05  FILLER                   PIC X(44)
002720         VALUE "DECLARACAO ANUAL DE QUITACAO DE DEBITOS".
002730     05  FILLER                   PIC X(06) VALUE "DATA: ".
002740     05  WS-CAB-DECL-DATA         PIC 9(08).
002750 01  WS-LIN-SEGUNDA-VIA.
002760     05  FILLER                   PIC X(45)
002770         VALUE "SEGUNDA VIA - REEMISSAO AUTORIZADA PELO SUPER".
002780     05  FILLER                   PIC X(07) VALUE "VISOR: ".
002790     05  WS-SV-OPERADOR           PIC X(05).
002800 01  WS-LIN-CLIENTE.
002810     05  FILLER                   PIC X(12) VALUE "AO CLIENTE: ".
002820     05  WS-CLI-NOME              PIC X(10).
002830     05  FILLER                   PIC X(07) VALUE "  CPF: ".
002840     05  WS-CLI-CPF               PIC 9(11).
002850 01  WS-LIN-END-1.
002860     05  FILLER                   PIC X(12) VALUE "ENDERECO:   ".
002870     05  WS-END-LOGRADOURO        PIC X(40).
002880     05  WS-END-SEP-NUMERO        PIC X(02) VALUE ", ".
002890     05  WS-END-NUMERO            PIC X(06).
002900     05  FILLER                   PIC X(01) VALUE SPACES.
002910     05  WS-END-COMPLEMENTO       PIC X(15).
002920 01  WS-LIN-END-2.
002930     05  FILLER                   PIC X(12) VALUE SPACES.
002940     05  WS-END-BAIRRO            PIC X(20).
002950     05  WS-END-SEP-CIDADE        PIC X(03) VALUE " - ".
002960     05  WS-END-CIDADE            PIC X(25).
002970     05  WS-END-SEP-UF            PIC X(03) VALUE " - ".
002980     05  WS-END-UF                PIC X(02).
002990 01  WS-LIN-END-3.
003000     05  FILLER                   PIC X(12) VALUE SPACES.
003010     05  WS-END-ROTULO-CEP        PIC X(05) VALUE "CEP: ".
003020     05  WS-END-CEP-PREFIXO       PIC 9(05) BLANK WHEN ZERO.
003030     05  WS-END-SEP-CEP           PIC X(01) VALUE "-".
003040     05  WS-END-CEP-SUFIXO        PIC 9(03) BLANK WHEN ZERO.
003050*-----------------------------------------------------------------
003060* TEXTO DA DECLARACAO. OS FILLER TEM O TAMANHO EXATO DE CADA
003070* TRECHO PARA O TEXTO SAIR SEM ESPACOS INTERCALADOS.
003080*-----------------------------------------------------------------
003090 01  WS-TXT-ABERTURA.
003100     05  FILLER                   PIC X(48)
003110         VALUE "EM CUMPRIMENTO A LEI 12.007/2009, DECLARAMOS QUE".
003120     05  FILLER                   PIC X(48)
003130         VALUE " ESTAO QUITADAS TODAS AS PARCELAS DO CONTRATO AB".
003140     05  FILLER                   PIC X(30)
003150         VALUE "AIXO COM VENCIMENTO NO ANO DE ".
003160     05  WS-TXT-ANO-BASE          PIC 9(04).
003170 01  WS-TXT-FECHAMENTO-1.
003180     05  FILLER                   PIC X(48)
003190         VALUE "ESTA DECLARACAO SUBSTITUI, PARA A COMPROVACAO DO".
003200     05  FILLER                   PIC X(48)
003210         VALUE " CUMPRIMENTO DAS OBRIGACOES DO CLIENTE NO ANO AC".
003220     05  FILLER                   PIC X(04)
003225         VALUE "IMA,".
003226 01  WS-TXT-FECHAMENTO-2.
003227     05  FILLER                   PIC X(34)
003230         VALUE "AS QUITACOES DAS PARCELAS MENSAIS.".
003240 01  WS-LIN-CONTRATO.
003250     05  FILLER                   PIC X(09) VALUE "CONTRATO ".
003260     05  WS-LC-NR-CONTRATO        PIC ZZ9.
003270     05  FILLER                   PIC X(20)
003280         VALUE "  PARCELAS DO ANO: ".
003290     05  WS-LC-PARC-INI           PIC ZZ9.
003300     05  FILLER                   PIC X(03) VALUE " A ".
003310     05  WS-LC-PARC-FIM           PIC ZZ9.
003320     05  FILLER                   PIC X(21)
003330         VALUE "  VALOR DA PARCELA: ".
003340     05  WS-LC-VLR-PARC           PIC $$,$$9.99.
003350 01  WS-CAB-PARCELAS.
003360     05  FILLER                   PIC X(10) VALUE "PARCELA".
003370     05  FILLER                   PIC X(12) VALUE "VENCIMENTO".
003380     05  FILLER                   PIC X(12) VALUE "PAGAMENTO".
003390     05  FILLER                   PIC X(16) VALUE "VALOR PAGO".
003400     05  FILLER                   PIC X(20) VALUE "ORIGEM".
003410 01  WS-LIN-PARCELA.
003420     05  FILLER                   PIC X(02) VALUE SPACES.
003430     05  WS-LP-NR-PARCELA         PIC ZZ9.
003440     05  FILLER                   PIC X(05) VALUE SPACES.
003450     05  WS-LP-DT-VENCTO.
003460         10  WS-LP-DD-VENCTO      PIC 9(02).
003470         10  FILLER               PIC X(01) VALUE "/".
003480         10  WS-LP-MM-VENCTO      PIC 9(02).
003490         10  FILLER               PIC X(01) VALUE "/".
003500         10  WS-LP-AAAA-VENCTO    PIC 9(04).
003510     05  FILLER                   PIC X(02) VALUE SPACES.
003520     05  WS-LP-DT-PAGTO           PIC 9(08) BLANK WHEN ZERO.
003530     05  FILLER                   PIC X(04) VALUE SPACES.
003540     05  WS-LP-VLR-PAGO           PIC $$$,$$9.99 BLANK WHEN ZERO.
003550     05  FILLER                   PIC X(06) VALUE SPACES.
003560     05  WS-LP-ORIGEM             PIC X(20).
003570 01  WS-LIN-TOTAL-DECL.
003580     05  FILLER                   PIC X(32)
003590         VALUE "TOTAL PAGO DAS PARCELAS DO ANO: ".
003600     05  WS-TD-VLR-PAGO           PIC $$,$$$,$$9.99.
003610*-----------------------------------------------------------------
003620* LISTA DE EXCECAO: CONTRATOS SEM DECLARACAO E DECLARACOES SEM
003630* ENDERECO VALIDO PARA O CORREIO
003640*-----------------------------------------------------------------
003650 01  WS-CAB-1.
003660     05  FILLER                   PIC X(20)
003670         VALUE "SETOR DE COBRANCA".
003680     05  FILLER                   PIC X(45) VALUE SPACES.
003690     05  FILLER                   PIC X(37)
003700         VALUE "DECLARACAO DE QUITACAO - EXCECOES".
003710     05  FILLER                   PIC X(20) VALUE SPACES.
003720     05  FILLER                   PIC X(07) VALUE "PAGINA ".
003730     05  WS-CAB-PAGINA            PIC ZZ9.
003740 01  WS-CAB-2.
003750     05  FILLER                   PIC X(06) VALUE "DATA: ".
003760     05  WS-CAB-DATA              PIC 9(08).
003770     05  FILLER                   PIC X(12) VALUE "  ANO-BASE: ".
003780     05  WS-CAB-ANO-BASE          PIC 9(04).
003790     05  FILLER                   PIC X(11) VALUE "  EMISSAO: ".
003800     05  WS-CAB-EMISSAO           PIC X(09).
003810     05  FILLER                   PIC X(82) VALUE SPACES.
003820 01  WS-CAB-3.
003830     05  FILLER                   PIC X(13) VALUE "CPF".
003840     05  FILLER                   PIC X(12) VALUE "NOME".
003850     05  FILLER                   PIC X(05) VALUE "CTR".
003860     05  FILLER                   PIC X(11) VALUE "PARC. ANO".
003870     05  FILLER                   PIC X(09) VALUE "ABERTAS".
003880     05  FILLER                   PIC X(14) VALUE "VENCTO ATUAL".
003890     05  FILLER                   PIC X(30) VALUE "MOTIVO".
003900 01  WS-DET.
003910     05  WS-DET-CPF               PIC 9(11).
003920     05  FILLER                   PIC X(02) VALUE SPACES.
003930     05  WS-DET-NOME              PIC X(10).
003940     05  FILLER                   PIC X(02) VALUE SPACES.
003950     05  WS-DET-NR-CONTRATO       PIC ZZ9.
003960     05  FILLER                   PIC X(02) VALUE SPACES.
003970     05  WS-DET-PARC-INI          PIC ZZ9.
003980     05  FILLER                   PIC X(03) VALUE " A ".
003990     05  WS-DET-PARC-FIM          PIC ZZ9.
004000     05  FILLER                   PIC X(02) VALUE SPACES.
004010     05  WS-DET-QTD-ABERTAS       PIC ZZ9 BLANK WHEN ZERO.
004020     05  FILLER                   PIC X(06) VALUE SPACES.
004030     05  WS-DET-DT-VENCTO         PIC 9(08) BLANK WHEN ZERO.
004040     05  FILLER                   PIC X(06) VALUE SPACES.
004050     05  WS-DET-MOTIVO            PIC X(30).
004060 01  WS-LIN-RESUMO-1.
004070     05  FILLER                   PIC X(36)
004080         VALUE "CONTRATOS COM PARCELAS NO ANO-BASE: ".
004090     05  WS-RES-CONTRATOS         PIC Z,ZZZ,ZZ9.
004100     05  FILLER                   PIC X(25)
004110         VALUE "  DECLARACOES EMITIDAS: ".
004120     05  WS-RES-DECLARACOES       PIC Z,ZZZ,ZZ9.
004130     05  FILLER                   PIC X(25)
004140         VALUE "  SEM ENDERECO (SETOR): ".
004150     05  WS-RES-SEM-ENDERECO      PIC Z,ZZZ,ZZ9.
004160 01  WS-LIN-RESUMO-2.
004170     05  FILLER                   PIC X(25)
004180         VALUE "SEM DECLARACAO - ABERTO: ".
004190     05  WS-RES-EM-ABERTO         PIC Z,ZZZ,ZZ9.
004200     05  FILLER                   PIC X(16)
004210         VALUE "  RENEGOCIADOS: ".
004220     05  WS-RES-RENEGOCIADOS      PIC Z,ZZZ,ZZ9.
004230     05  FILLER                   PIC X(32)
004240         VALUE "  PARCELAS PAGAS SEM MOVIMENTO: ".
004250     05  WS-RES-SEM-MOVIMENTO     PIC Z,ZZZ,ZZ9.
004260 PROCEDURE DIVISION.
004270 0000-MAINLINE.
004280     PERFORM 1000-INICIALIZAR
004290         THRU 1000-INICIALIZAR-EXIT
004300     IF NOT WS-ERRO-INICIALIZACAO
004310         PERFORM 2000-AVALIAR-CONTRATO
004320             THRU 2000-AVALIAR-CONTRATO-EXIT
004330             UNTIL WS-FIM-CONTR
004340         IF NOT WS-TAB-CHEIA
004350             PERFORM 3000-APURAR-PAGAMENTOS
004360                 THRU 3000-APURAR-PAGAMENTOS-EXIT
004370             PERFORM 4000-EMITIR-DECLARACAO
004380                 THRU 4000-EMITIR-DECLARACAO-EXIT
004390                 VARYING WS-IDX FROM 1 BY 1
004400                 UNTIL WS-IDX GREATER THAN WS-QTD-DECLARACOES
004410         END-IF
004420         PERFORM 5000-FINALIZAR
004430             THRU 5000-FINALIZAR-EXIT
004440     END-IF
004450     GOBACK.
004460*-----------------------------------------------------------------
004470 1000-INICIALIZAR.
004480     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
004490     ACCEPT WS-PARM-DECQUI FROM COMMAND-LINE
004500     IF WS-PARM-ANO EQUAL SPACES
004510         COMPUTE WS-ANO-BASE = WS-AAAA-HOJE - 1
004520     ELSE
004530         IF WS-PARM-ANO NOT NUMERIC
004540             DISPLAY "ANO-BASE INVALIDO NO PARAMETRO: "
004550                 WS-PARM-DECQUI
004560             MOVE "S" TO WS-SW-ERRO-INIC
004570             GO TO 1000-INICIALIZAR-EXIT
004580         END-IF
004590         MOVE WS-PARM-ANO-NUM TO WS-ANO-BASE
004600     END-IF
004610*    SO SE DECLARA ANO ENCERRADO.
004620     IF WS-ANO-BASE NOT LESS THAN WS-AAAA-HOJE
004630         OR WS-ANO-BASE LESS THAN 1900
004640         DISPLAY "ANO-BASE " WS-ANO-BASE " NAO ENCERRADO OU "
004650             "INVALIDO"
004660         MOVE "S" TO WS-SW-ERRO-INIC
004670         GO TO 1000-INICIALIZAR-EXIT
004680     END-IF
004690     IF NOT WS-PARM-REEMITIR
004700         AND NOT WS-PARM-SEM-ACAO
004710         DISPLAY "PARAMETRO INVALIDO: " WS-PARM-DECQUI
004720             " (USE AAAA OU AAAA REEMITIR CODIGO-SUPERVISOR)"
004730         MOVE "S" TO WS-SW-ERRO-INIC
004740         GO TO 1000-INICIALIZAR-EXIT
004750     END-IF
004760     COMPUTE WS-DT-INI-ANO = (WS-ANO-BASE * 10000) + 0101
004770
004780     PERFORM 1100-VERIFICAR-EMISSAO
004790         THRU 1100-VERIFICAR-EMISSAO-EXIT
004800     IF WS-ERRO-INICIALIZACAO
004810         GO TO 1000-INICIALIZAR-EXIT
004820     END-IF
004830     IF WS-ANO-EMITIDO
004840         IF NOT WS-PARM-REEMITIR
004850             DISPLAY "DECLARACOES DO ANO-BASE " WS-ANO-BASE
004860                 " JA EMITIDAS EM " WS-DT-ULT-EMISSAO
004870             DISPLAY "A REEMISSAO EXIGE O PARAMETRO REEMITIR E O "
004880                 "CODIGO DE UM SUPERVISOR"
004890             MOVE "S" TO WS-SW-ERRO-INIC
004900             GO TO 1000-INICIALIZAR-EXIT
004910         END-IF
004920         PERFORM 1200-AUTORIZAR-REEMISSAO
004930             THRU 1200-AUTORIZAR-REEMISSAO-EXIT
004940         IF NOT WS-SUPERVISOR-OK
004950             DISPLAY "REEMISSAO NAO AUTORIZADA: " WS-PARM-OPERADOR
004960                 " NAO E SUPERVISOR ATIVO NO CADASTRO"
004970             MOVE "S" TO WS-SW-ERRO-INIC
004980             GO TO 1000-INICIALIZAR-EXIT
004990         END-IF
005000         MOVE "S"              TO WS-SW-REEMISSAO
005010         MOVE WS-PARM-OPERADOR TO WS-OPERADOR-AUT
005020         DISPLAY "REEMISSAO DO ANO-BASE " WS-ANO-BASE
005030             " AUTORIZADA POR " WS-OPERADOR-AUT
005040     ELSE
005050         IF WS-PARM-REEMITIR
005060             DISPLAY "NAO HA EMISSAO ANTERIOR DO ANO-BASE "
005070                 WS-ANO-BASE ", EMISSAO NORMAL"
005080         END-IF
005090     END-IF
005100
005110     OPEN INPUT CONTRATOS-MASTER
005120     IF NOT WS-FS-CONT-OK
005130         DISPLAY "ERRO AO ABRIR CONTRATOS-MASTER: " WS-FS-CONTMEST
005140         MOVE "S" TO WS-SW-ERRO-INIC
005150         GO TO 1000-INICIALIZAR-EXIT
005160     END-IF
005170     OPEN INPUT CLIENTES-MASTER
005180     IF NOT WS-FS-OK
005190         DISPLAY "ERRO AO ABRIR CLIENTES-MASTER: " WS-FS-CLIMEST
005200         CLOSE CONTRATOS-MASTER
005210         MOVE "S" TO WS-SW-ERRO-INIC
005220         GO TO 1000-INICIALIZAR-EXIT
005230     END-IF
005240*    SEM O END-CLIENTES AS DECLARACOES SAEM TODAS PARA ENTREGA NO
005250*    SETOR E CONSTAM DA LISTA DE EXCECAO.
005260     OPEN INPUT END-CLIENTES
005270     IF NOT WS-FS-ENDCLI-OK
005280         DISPLAY "END-CLIENTES NAO ENCONTRADO, DECLARACOES SEM "
005290             "ENDERECO (ENTREGA NO SETOR)"
005300         CLOSE END-CLIENTES
005310         MOVE "S" TO WS-SW-SEM-ENDERECOS
005320     END-IF
005330     OPEN OUTPUT DECLARACOES
005340     IF NOT WS-FS-DECQUI-OK
005350         DISPLAY "ERRO AO ABRIR DECLARACOES: " WS-FS-DECQUI
005360         CLOSE CONTRATOS-MASTER
005370         CLOSE CLIENTES-MASTER
005380         IF NOT WS-SEM-ENDERECOS
005390             CLOSE END-CLIENTES
005400         END-IF
005410         MOVE "S" TO WS-SW-ERRO-INIC
005420         GO TO 1000-INICIALIZAR-EXIT
005430     END-IF
005440     OPEN OUTPUT DECL-EXCECAO
005450     IF NOT WS-FS-DECEXC-OK
005460         DISPLAY "ERRO AO ABRIR DECL-EXCECAO: " WS-FS-DECEXC
005470         CLOSE CONTRATOS-MASTER
005480         CLOSE CLIENTES-MASTER
005490         IF NOT WS-SEM-ENDERECOS
005500             CLOSE END-CLIENTES
005510         END-IF
005520         CLOSE DECLARACOES
005530         MOVE "S" TO WS-SW-ERRO-INIC
005540         GO TO 1000-INICIALIZAR-EXIT
005550     END-IF
005560     MOVE WS-DATA-HOJE TO WS-CAB-DECL-DATA
005570     MOVE WS-DATA-HOJE TO WS-CAB-DATA
005580     MOVE WS-ANO-BASE  TO WS-CAB-ANO-BASE
005590     MOVE WS-ANO-BASE  TO WS-TXT-ANO-BASE
005600     IF WS-EMISSAO-REEMISSAO
005610         MOVE "REEMISSAO" TO WS-CAB-EMISSAO
005620     ELSE
005630         MOVE "NORMAL"    TO WS-CAB-EMISSAO
005640     END-IF
005650     PERFORM 7000-IMPRIMIR-CABECALHO
005660         THRU 7000-IMPRIMIR-CABECALHO-EXIT
005670     COMPUTE WS-MES-INI-ANO = WS-ANO-BASE * 12
005680     COMPUTE WS-MES-FIM-ANO = (WS-ANO-BASE * 12) + 11
005690     PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT.
005700 1000-INICIALIZAR-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------------
005730 1100-VERIFICAR-EMISSAO.
005740*    PROCURA O ANO-BASE NAS EMISSOES JA REGISTRADAS NO
005750*    CTL-DECLARACAO (A ULTIMA DATA ENCONTRADA E A QUE SE INFORMA).
005760     OPEN INPUT CTL-DECLARACAO
005770     IF NOT WS-FS-CTLDEC-OK
005780         DISPLAY "ARQUIVO NAO EXISTE, CRIANDO CTL-DECLARACAO"
005790         CLOSE CTL-DECLARACAO
005800         OPEN OUTPUT CTL-DECLARACAO
005810         IF NOT WS-FS-CTLDEC-OK
005820             DISPLAY "ERRO AO CRIAR CTL-DECLARACAO: " WS-FS-CTLDEC
005830             MOVE "S" TO WS-SW-ERRO-INIC
005840             GO TO 1100-VERIFICAR-EMISSAO-EXIT
005850         END-IF
005860         CLOSE CTL-DECLARACAO
005870         OPEN INPUT CTL-DECLARACAO
005880     END-IF
005890     MOVE "N" TO WS-SW-FIM-CTLDEC
005900     PERFORM 1110-LER-EMISSAO THRU 1110-LER-EMISSAO-EXIT
005910         UNTIL WS-FIM-CTLDEC
005920     CLOSE CTL-DECLARACAO.
005930 1100-VERIFICAR-EMISSAO-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960 1110-LER-EMISSAO.
005970     READ CTL-DECLARACAO
005980         AT END
005990             MOVE "S" TO WS-SW-FIM-CTLDEC
006000             GO TO 1110-LER-EMISSAO-EXIT
006010     END-READ
006020     IF NOT WS-FS-CTLDEC-SUCESSO
006030         MOVE "S" TO WS-SW-FIM-CTLDEC
006040         GO TO 1110-LER-EMISSAO-EXIT
006050     END-IF
006060     IF CD-ANO-BASE EQUAL WS-ANO-BASE
006070         MOVE "S"           TO WS-SW-ANO-EMITIDO
006080         MOVE CD-DT-EMISSAO TO WS-DT-ULT-EMISSAO
006090     END-IF.
006100 1110-LER-EMISSAO-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130 1200-AUTORIZAR-REEMISSAO.
006140*    O CODIGO INFORMADO NO PARAMETRO PRECISA SER DE UM SUPERVISOR
006150*    ATIVO NO CADASTRO DE OPERADORES (MANTIDO PELO CADOPE).
006160     MOVE "N" TO WS-SW-SUPERVISOR
006170     IF WS-PARM-OPERADOR EQUAL SPACES
006180         GO TO 1200-AUTORIZAR-REEMISSAO-EXIT
006190     END-IF
006200     OPEN INPUT OPERADORES
006210     IF NOT WS-FS-OPERCAD-OK
006220         DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO."
006230         GO TO 1200-AUTORIZAR-REEMISSAO-EXIT
006240     END-IF
006250     MOVE "N" TO WS-SW-FIM-OPERCAD
006260     PERFORM 1210-CONFERIR-OPERADOR
006270         THRU 1210-CONFERIR-OPERADOR-EXIT
006280         UNTIL WS-FIM-OPERCAD
006290     CLOSE OPERADORES.
006300 1200-AUTORIZAR-REEMISSAO-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------------
006330 1210-CONFERIR-OPERADOR.
006340     READ OPERADORES
006350         AT END
006360             MOVE "S" TO WS-SW-FIM-OPERCAD
006370             GO TO 1210-CONFERIR-OPERADOR-EXIT
006380     END-READ
006390     IF NOT WS-FS-OPERCAD-SUCESSO
006400         MOVE "S" TO WS-SW-FIM-OPERCAD
006410         GO TO 1210-CONFERIR-OPERADOR-EXIT
006420     END-IF
006430     IF OP-CODIGO EQUAL WS-PARM-OPERADOR
006440         MOVE "S" TO WS-SW-FIM-OPERCAD
006450         IF OP-SUPERVISOR
006460             AND OP-ATIVO
006470             MOVE "S" TO WS-SW-SUPERVISOR
006480         END-IF
006490     END-IF.
006500 1210-CONFERIR-OPERADOR-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530 2000-AVALIAR-CONTRATO.
006540*    CALCULA A FAIXA DE PARCELAS DO CONTRATO VENCIDAS NO ANO-BASE
006550*    E SEPARA O CONTRATO TODO PAGO NO ANO (VAI PARA A TABELA DE
006560*    DECLARACOES) DO QUE TEM PARCELA DO ANO EM ABERTO (EXCECAO).
006570     IF CO-VLR-PARC NOT NUMERIC
006580         OR CO-QTD-PARC NOT NUMERIC
006590         OR CO-PARC-PAG NOT NUMERIC
006600         OR CO-DT-VENCTO NOT NUMERIC
006610         OR CO-MM-VENCTO LESS THAN 01
006620         OR CO-MM-VENCTO GREATER THAN 12
006630         OR CO-PARC-PAG GREATER THAN CO-QTD-PARC
006640         ADD 1 TO WS-CNT-ERRO
006650         DISPLAY "CONTRATO COM PARCELAS OU VENCIMENTO INVALIDO, "
006660             "CPF: " CO-CPF " CONTRATO: " CO-NR-CONTRATO
006670         GO TO 2000-AVALIAR-LER
006680     END-IF
006690
006700     COMPUTE WS-MES-BASE = (CO-AAAA-VENCTO * 12) +
006710         CO-MM-VENCTO - 1
006720     COMPUTE WS-PARC-INI = WS-MES-INI-ANO - WS-MES-BASE +
006730         CO-PARC-PAG + 1
006740     COMPUTE WS-PARC-FIM = WS-MES-FIM-ANO - WS-MES-BASE +
006750         CO-PARC-PAG + 1
006760     IF WS-PARC-INI LESS THAN 1
006770         MOVE 1 TO WS-PARC-INI
006780     END-IF
006790     IF WS-PARC-FIM GREATER THAN CO-QTD-PARC
006800         MOVE CO-QTD-PARC TO WS-PARC-FIM
006810     END-IF
006820     IF WS-PARC-INI GREATER THAN WS-PARC-FIM
006830         ADD 1 TO WS-CNT-SEM-PARCELA
006840         GO TO 2000-AVALIAR-LER
006850     END-IF
006860     ADD 1 TO WS-CNT-CONTRATOS
006870
006880*    RENEGOCIADO A PARTIR DO ANO-BASE: AS PARCELAS DO ANO ERAM DO
006890*    PLANO ANTERIOR E NAO HA COMO DECLARA-LAS PELO PLANO ATUAL.
006900     IF CO-RENEGOCIADO
006910         AND CO-DT-RENEG NOT LESS THAN WS-DT-INI-ANO
006920         ADD 1 TO WS-CNT-RENEGOCIADOS
006930         MOVE ZEROS TO WS-QTD-ABERTAS
006940         MOVE "RENEGOCIADO A PARTIR DO ANO" TO WS-DET-MOTIVO
006950         PERFORM 7400-EXCECAO-CONTRATO
006960             THRU 7400-EXCECAO-CONTRATO-EXIT
006970         GO TO 2000-AVALIAR-LER
006980     END-IF
006990
007000     IF WS-PARC-FIM GREATER THAN CO-PARC-PAG
007010         ADD 1 TO WS-CNT-EM-ABERTO
007020         IF WS-PARC-INI GREATER THAN CO-PARC-PAG
007030             MOVE WS-PARC-INI TO WS-PARC-ABERTA-INI
007040         ELSE
007050             COMPUTE WS-PARC-ABERTA-INI = CO-PARC-PAG + 1
007060         END-IF
007070         COMPUTE WS-QTD-ABERTAS = WS-PARC-FIM - WS-PARC-ABERTA-INI
007080             + 1
007090         MOVE "PARCELA DO ANO EM ABERTO" TO WS-DET-MOTIVO
007100         PERFORM 7400-EXCECAO-CONTRATO
007110             THRU 7400-EXCECAO-CONTRATO-EXIT
007120         GO TO 2000-AVALIAR-LER
007130     END-IF
007140
007150     IF WS-QTD-DECLARACOES NOT LESS THAN WS-MAX-DECLARACOES
007160         DISPLAY "TABELA DE DECLARACOES CHEIA ("
007170             WS-MAX-DECLARACOES "), EMISSAO CANCELADA"
007180         MOVE "S" TO WS-SW-TAB-CHEIA
007190         MOVE "S" TO WS-SW-FIM-CONTR
007200         GO TO 2000-AVALIAR-CONTRATO-EXIT
007210     END-IF
007220     ADD 1 TO WS-QTD-DECLARACOES
007230     MOVE WS-QTD-DECLARACOES TO WS-IDX
007240     MOVE CO-CPF         TO WS-DC-CPF (WS-IDX)
007250     MOVE CO-NR-CONTRATO TO WS-DC-NR-CONTRATO (WS-IDX)
007260     MOVE WS-PARC-INI    TO WS-DC-PARC-INI (WS-IDX)
007270     MOVE WS-PARC-FIM    TO WS-DC-PARC-FIM (WS-IDX)
007280     MOVE CO-DD-VENCTO   TO WS-DC-DD-VENCTO (WS-IDX)
007290     MOVE CO-VLR-PARC    TO WS-DC-VLR-PARC (WS-IDX)
007300     COMPUTE WS-MES-PARC = WS-MES-BASE + WS-PARC-INI -
007310         CO-PARC-PAG - 1
007320     COMPUTE WS-DC-MM-INI (WS-IDX) = WS-MES-PARC - WS-MES-INI-ANO
007330         + 1
007340     PERFORM 2100-LIMPAR-PARCELA THRU 2100-LIMPAR-PARCELA-EXIT
007350         VARYING WS-IDX-PARC FROM 1 BY 1
007360         UNTIL WS-IDX-PARC GREATER THAN 12.
007370 2000-AVALIAR-LER.
007380     PERFORM 8000-LER-CONTRATO THRU 8000-LER-CONTRATO-EXIT.
007390 2000-AVALIAR-CONTRATO-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------------
007420 2100-LIMPAR-PARCELA.
007430     MOVE ZEROS  TO WS-DC-DT-PAGTO (WS-IDX, WS-IDX-PARC)
007440     MOVE ZEROS  TO WS-DC-VLR-PAGO (WS-IDX, WS-IDX-PARC)
007450     MOVE SPACES TO WS-DC-ORIGEM (WS-IDX, WS-IDX-PARC).
007460 2100-LIMPAR-PARCELA-EXIT.
007470     EXIT.
007480*-----------------------------------------------------------------
007490 3000-APURAR-PAGAMENTOS.
007500*    PRIMEIRO O ARQUIVAMENTO (ARQ-MOV DO EXPMOV, QUANDO O ANO JA
007510*    FOI EXPURGADO), DEPOIS O MOV-PAGAMENTOS VIVO, PARA AS BAIXAS
007520*    SEREM APLICADAS NA ORDEM EM QUE FORAM FEITAS. SEM NENHUM DOS
007530*    DOIS, AS PARCELAS SAEM SEM DATA E VALOR DE PAGAMENTO.
007540     IF WS-QTD-DECLARACOES EQUAL ZEROS
007550         GO TO 3000-APURAR-PAGAMENTOS-EXIT
007560     END-IF
007570     OPEN INPUT ARQ-MOV
007580     IF NOT WS-FS-ARQMOV-OK
007590         DISPLAY "ARQ-MOV NAO INFORMADO, PAGAMENTOS APURADOS "
007600             "SO NO MOV-PAGAMENTOS"
007610         CLOSE ARQ-MOV
007620     ELSE
007630         MOVE "N" TO WS-SW-FIM-MOV
007640         PERFORM 8200-LER-ARQUIVAMENTO
007650             THRU 8200-LER-ARQUIVAMENTO-EXIT
007660         PERFORM 3100-APURAR-ARQUIVAMENTO
007670             THRU 3100-APURAR-ARQUIVAMENTO-EXIT
007680             UNTIL WS-FIM-MOV
007690         CLOSE ARQ-MOV
007700     END-IF
007710     OPEN INPUT MOV-PAGAMENTOS
007720     IF NOT WS-FS-MOVPAG-OK
007730         DISPLAY "MOV-PAGAMENTOS NAO ENCONTRADO, NENHUM "
007740             "PAGAMENTO APURADO NO ARQUIVO VIVO"
007750         CLOSE MOV-PAGAMENTOS
007760         GO TO 3000-APURAR-PAGAMENTOS-EXIT
007770     END-IF
007780     MOVE "N" TO WS-SW-FIM-MOV
007790     PERFORM 8100-LER-MOVIMENTO THRU 8100-LER-MOVIMENTO-EXIT
007800     PERFORM 3200-APURAR-MOVIMENTO
007810         THRU 3200-APURAR-MOVIMENTO-EXIT
007820         UNTIL WS-FIM-MOV
007830     CLOSE MOV-PAGAMENTOS.
007840 3000-APURAR-PAGAMENTOS-EXIT.
007850     EXIT.
007860*-----------------------------------------------------------------
007870 3100-APURAR-ARQUIVAMENTO.
007880*    SO OS DETALHES DO ARQ-MOV TRAZEM MOVIMENTO; OS TRAILERS DE
007890*    COMPETENCIA SAO IGNORADOS.
007900     IF AM-REG-DETALHE
007910         ADD 1 TO WS-CNT-ARQ-LIDOS
007920         MOVE AM-DADOS TO WS-REG-MOV
007930         PERFORM 3500-APLICAR-MOVIMENTO
007940             THRU 3500-APLICAR-MOVIMENTO-EXIT
007950     END-IF
007960     PERFORM 8200-LER-ARQUIVAMENTO
007970         THRU 8200-LER-ARQUIVAMENTO-EXIT.
007980 3100-APURAR-ARQUIVAMENTO-EXIT.
007990     EXIT.
008000*-----------------------------------------------------------------
008010 3200-APURAR-MOVIMENTO.
008020     ADD 1 TO WS-CNT-MOV-LIDOS
008030     MOVE MV-REGISTRO TO WS-REG-MOV
008040     PERFORM 3500-APLICAR-MOVIMENTO
008050         THRU 3500-APLICAR-MOVIMENTO-EXIT
008060     PERFORM 8100-LER-MOVIMENTO THRU 8100-LER-MOVIMENTO-EXIT.
008070 3200-APURAR-MOVIMENTO-EXIT.
008080     EXIT.
008090*-----------------------------------------------------------------
008100 3500-APLICAR-MOVIMENTO.
008110*    A BAIXA DE PARCELA DO ANO GUARDA DATA, ORIGEM E VALOR NA
008120*    POSICAO DA PARCELA; O ESTORNO SO DESFAZ A BAIXA CUJA DATA ELE
008130*    APONTA (WS-REF-DT-PAGTO).
008140     IF WS-CPF NOT NUMERIC
008150         OR WS-NR-CONTRATO NOT NUMERIC
008160         OR WS-NR-PARCELA NOT NUMERIC
008170         OR WS-VLR-PAGO NOT NUMERIC
008180         GO TO 3500-APLICAR-MOVIMENTO-EXIT
008190     END-IF
008200     MOVE WS-CPF         TO WS-BUSCA-CPF
008210     MOVE WS-NR-CONTRATO TO WS-BUSCA-NR-CONTRATO
008220     PERFORM 3600-LOCALIZAR-CONTRATO
008230         THRU 3600-LOCALIZAR-CONTRATO-EXIT
008240     IF WS-IDX-ACHADO EQUAL ZEROS
008250         GO TO 3500-APLICAR-MOVIMENTO-EXIT
008260     END-IF
008270     IF WS-NR-PARCELA LESS THAN WS-DC-PARC-INI (WS-IDX-ACHADO)
008280         OR WS-NR-PARCELA GREATER THAN
008290             WS-DC-PARC-FIM (WS-IDX-ACHADO)
008300         GO TO 3500-APLICAR-MOVIMENTO-EXIT
008310     END-IF
008320     COMPUTE WS-IDX-PARC = WS-NR-PARCELA -
008330         WS-DC-PARC-INI (WS-IDX-ACHADO) + 1
008340     IF WS-ESTORNO
008350         IF WS-REF-DT-PAGTO EQUAL
008360             WS-DC-DT-PAGTO (WS-IDX-ACHADO, WS-IDX-PARC)
008370             SUBTRACT WS-VLR-PAGO
008380                 FROM WS-DC-VLR-PAGO (WS-IDX-ACHADO, WS-IDX-PARC)
008390             IF WS-DC-VLR-PAGO (WS-IDX-ACHADO, WS-IDX-PARC)
008400                 NOT GREATER THAN ZEROS
008410                 MOVE WS-IDX-ACHADO TO WS-IDX
008420                 PERFORM 2100-LIMPAR-PARCELA
008430                     THRU 2100-LIMPAR-PARCELA-EXIT
008440             END-IF
008450         END-IF
008460     ELSE
008470         MOVE WS-DT-PAGTO
008480             TO WS-DC-DT-PAGTO (WS-IDX-ACHADO, WS-IDX-PARC)
008490         MOVE WS-ORIGEM-BAIXA
008500             TO WS-DC-ORIGEM (WS-IDX-ACHADO, WS-IDX-PARC)
008510         ADD WS-VLR-PAGO
008520             TO WS-DC-VLR-PAGO (WS-IDX-ACHADO, WS-IDX-PARC)
008530     END-IF.
008540 3500-APLICAR-MOVIMENTO-EXIT.
008550     EXIT.
008560*-----------------------------------------------------------------
008570 3600-LOCALIZAR-CONTRATO.
008580*    PESQUISA BINARIA DE WS-CHAVE-BUSCA NA TABELA DE DECLARACOES,
008590*    QUE ESTA EM ORDEM DE CPF + CONTRATO. DEVOLVE WS-IDX-ACHADO
008600*    ZERADO QUANDO O CONTRATO NAO ESTA NA TABELA.
008610     MOVE ZEROS              TO WS-IDX-ACHADO
008620     MOVE 1                  TO WS-IDX-BAIXO
008630     MOVE WS-QTD-DECLARACOES TO WS-IDX-ALTO
008640     PERFORM 3610-COMPARAR-CHAVE THRU 3610-COMPARAR-CHAVE-EXIT
008650         UNTIL WS-IDX-BAIXO GREATER THAN WS-IDX-ALTO
008660         OR WS-IDX-ACHADO GREATER THAN ZEROS.
008670 3600-LOCALIZAR-CONTRATO-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------------
008700 3610-COMPARAR-CHAVE.
008710     COMPUTE WS-IDX-MEIO = (WS-IDX-BAIXO + WS-IDX-ALTO) / 2
008720     IF WS-DC-CHAVE (WS-IDX-MEIO) EQUAL WS-CHAVE-BUSCA
008730         MOVE WS-IDX-MEIO TO WS-IDX-ACHADO
008740     ELSE
008750         IF WS-DC-CHAVE (WS-IDX-MEIO) LESS THAN WS-CHAVE-BUSCA
008760             COMPUTE WS-IDX-BAIXO = WS-IDX-MEIO + 1
008770         ELSE
008780             COMPUTE WS-IDX-ALTO = WS-IDX-MEIO - 1
008790         END-IF
008800     END-IF.
008810 3610-COMPARAR-CHAVE-EXIT.
008820     EXIT.
008830*-----------------------------------------------------------------
008840 4000-EMITIR-DECLARACAO.
008850*    UMA PAGINA POR CPF + CONTRATO: CABECALHO, CLIENTE, BLOCO DE
008860*    ENDERECO, TEXTO DA LEI, PARCELAS DO ANO E TOTAL PAGO.
008870     ADD 1 TO WS-CNT-DECLARACOES
008880     MOVE WS-DC-CPF (WS-IDX) TO CM-CPF
008890     READ CLIENTES-MASTER
008910         INVALID KEY
008920             MOVE "*SEM CAD*" TO WS-CLI-NOME
008930         NOT INVALID KEY
008940             MOVE CM-NOME     TO WS-CLI-NOME
008950     END-READ
008960     MOVE WS-DC-CPF (WS-IDX) TO WS-CLI-CPF
008970     PERFORM 4100-MONTAR-ENDERECO THRU 4100-MONTAR-ENDERECO-EXIT
008980
008990     IF WS-CNT-DECLARACOES EQUAL 1
009000         WRITE WL-LINHA FROM WS-CAB-DECL
009010     ELSE
009020         WRITE WL-LINHA FROM WS-CAB-DECL AFTER ADVANCING PAGE
009030     END-IF
009040     IF WS-EMISSAO-REEMISSAO
009050         MOVE WS-OPERADOR-AUT TO WS-SV-OPERADOR
009060         WRITE WL-LINHA FROM WS-LIN-SEGUNDA-VIA
009070             AFTER ADVANCING 1 LINE
009080     END-IF
009090     WRITE WL-LINHA FROM WS-LIN-CLIENTE AFTER ADVANCING 2 LINES
009100     WRITE WL-LINHA FROM WS-LIN-END-1 AFTER ADVANCING 1 LINE
009110     WRITE WL-LINHA FROM WS-LIN-END-2 AFTER ADVANCING 1 LINE
009120     WRITE WL-LINHA FROM WS-LIN-END-3 AFTER ADVANCING 1 LINE
009130     MOVE SPACES TO WL-LINHA
009140     WRITE WL-LINHA AFTER ADVANCING 1 LINE
009150     WRITE WL-LINHA FROM WS-TXT-ABERTURA AFTER ADVANCING 1 LINE
009160     MOVE SPACES TO WL-LINHA
009170     WRITE WL-LINHA AFTER ADVANCING 1 LINE
009180
009190     MOVE WS-DC-NR-CONTRATO (WS-IDX) TO WS-LC-NR-CONTRATO
009200     MOVE WS-DC-PARC-INI (WS-IDX)    TO WS-LC-PARC-INI
009210     MOVE WS-DC-PARC-FIM (WS-IDX)    TO WS-LC-PARC-FIM
009220     MOVE WS-DC-VLR-PARC (WS-IDX)    TO WS-LC-VLR-PARC
009230     WRITE WL-LINHA FROM WS-LIN-CONTRATO AFTER ADVANCING 1 LINE
009240     WRITE WL-LINHA FROM WS-CAB-PARCELAS AFTER ADVANCING 2 LINES
009250     MOVE ZEROS TO WS-TOT-PAGO-CONTR
009260     COMPUTE WS-QTD-PARC-ANO = WS-DC-PARC-FIM (WS-IDX) -
009270         WS-DC-PARC-INI (WS-IDX) + 1
009280     PERFORM 4200-IMPRIMIR-PARCELA THRU 4200-IMPRIMIR-PARCELA-EXIT
009290         VARYING WS-IDX-PARC FROM 1 BY 1
009300         UNTIL WS-IDX-PARC GREATER THAN WS-QTD-PARC-ANO
009310     MOVE WS-TOT-PAGO-CONTR TO WS-TD-VLR-PAGO
009320     WRITE WL-LINHA FROM WS-LIN-TOTAL-DECL AFTER ADVANCING 2 LINES
009330     MOVE SPACES TO WL-LINHA
009340     WRITE WL-LINHA AFTER ADVANCING 1 LINE
009350     WRITE WL-LINHA FROM WS-TXT-FECHAMENTO-1
009352         AFTER ADVANCING 1 LINE
009354     WRITE WL-LINHA FROM WS-TXT-FECHAMENTO-2
009356         AFTER ADVANCING 1 LINE
009360
009370     IF WS-END-INVALIDO
009380         ADD 1 TO WS-CNT-SEM-ENDERECO
009390         MOVE WS-DC-CPF (WS-IDX)         TO WS-DET-CPF
009400         MOVE WS-DC-NR-CONTRATO (WS-IDX) TO WS-DET-NR-CONTRATO
009410         MOVE ZEROS                      TO WS-DET-DT-VENCTO
009420         MOVE WS-DC-PARC-INI (WS-IDX)    TO WS-PARC-INI
009430         MOVE WS-DC-PARC-FIM (WS-IDX)    TO WS-PARC-FIM
009440         MOVE ZEROS                      TO WS-QTD-ABERTAS
009450         PERFORM 7500-IMPRIMIR-EXCECAO
009460             THRU 7500-IMPRIMIR-EXCECAO-EXIT
009470     END-IF.
009480 4000-EMITIR-DECLARACAO-EXIT.
009490     EXIT.
009500*-----------------------------------------------------------------
009510 4100-MONTAR-ENDERECO.
009520*    MESMAS REGRAS DE ENDERECO VALIDO DO CARTCOB. SEM ENDERECO,
009530*    COM ENDERECO INCOMPLETO OU COM CARTA DEVOLVIDA A DECLARACAO
009540*    SAI PARA ENTREGA NO SETOR E O MOTIVO VAI PARA A EXCECAO.
009550     MOVE "N"    TO WS-SW-END-INVALIDO
009560     MOVE SPACES TO WS-END-LOGRADOURO
009570     MOVE SPACES TO WS-END-NUMERO
009580     MOVE SPACES TO WS-END-COMPLEMENTO
009590     MOVE SPACES TO WS-END-BAIRRO
009600     MOVE SPACES TO WS-END-CIDADE
009610     MOVE SPACES TO WS-END-UF
009620     MOVE ZEROS  TO WS-END-CEP-PREFIXO
009630     MOVE ZEROS  TO WS-END-CEP-SUFIXO
009640     IF WS-SEM-ENDERECOS
009650         MOVE "DECL. SEM ENDERECO CADASTRADO" TO WS-DET-MOTIVO
009660         GO TO 4100-ENDERECO-INVALIDO
009670     END-IF
009680     MOVE WS-DC-CPF (WS-IDX) TO EN-CPF
009690     READ END-CLIENTES
009700         INVALID KEY
009710             MOVE "DECL. SEM ENDERECO CADASTRADO" TO WS-DET-MOTIVO
009720             GO TO 4100-ENDERECO-INVALIDO
009730     END-READ
009740     IF EN-DEVOLVIDO
009750         MOVE "DECL. COM CARTA DEVOLVIDA" TO WS-DET-MOTIVO
009760         GO TO 4100-ENDERECO-INVALIDO
009770     END-IF
009780     IF EN-LOGRADOURO EQUAL SPACES
009790         OR EN-NUMERO EQUAL SPACES
009800         OR EN-CIDADE EQUAL SPACES
009810         OR EN-UF EQUAL SPACES
009820         OR EN-CEP NOT NUMERIC
009830         OR EN-CEP EQUAL ZEROS
009840         MOVE "DECL. COM ENDERECO INCOMPLETO" TO WS-DET-MOTIVO
009850         GO TO 4100-ENDERECO-INVALIDO
009860     END-IF
009870     MOVE ", "              TO WS-END-SEP-NUMERO
009880     MOVE " - "             TO WS-END-SEP-CIDADE
009890     MOVE " - "             TO WS-END-SEP-UF
009900     MOVE "CEP: "           TO WS-END-ROTULO-CEP
009910     MOVE "-"               TO WS-END-SEP-CEP
009920     MOVE EN-LOGRADOURO     TO WS-END-LOGRADOURO
009930     MOVE EN-NUMERO         TO WS-END-NUMERO
009940     MOVE EN-COMPLEMENTO    TO WS-END-COMPLEMENTO
009950     MOVE EN-BAIRRO         TO WS-END-BAIRRO
009960     MOVE EN-CIDADE         TO WS-END-CIDADE
009970     MOVE EN-UF             TO WS-END-UF
009980     MOVE EN-CEP-PREFIXO    TO WS-END-CEP-PREFIXO
009990     MOVE EN-CEP-SUFIXO     TO WS-END-CEP-SUFIXO
010000     GO TO 4100-MONTAR-ENDERECO-EXIT.
010010 4100-ENDERECO-INVALIDO.
010020     MOVE "S" TO WS-SW-END-INVALIDO
010030     MOVE "ENTREGA NO SETOR DE COBRANCA" TO WS-END-LOGRADOURO
010040     MOVE SPACES TO WS-END-SEP-NUMERO
010050     MOVE SPACES TO WS-END-SEP-CIDADE
010060     MOVE SPACES TO WS-END-SEP-UF
010070     MOVE SPACES TO WS-END-ROTULO-CEP
010080     MOVE SPACES TO WS-END-SEP-CEP.
010090 4100-MONTAR-ENDERECO-EXIT.
010100     EXIT.
010110*-----------------------------------------------------------------
010120 4200-IMPRIMIR-PARCELA.
010130*    O VENCIMENTO DA PARCELA E O DIA DO VENCIMENTO DO CONTRATO NO
010140*    MES CORRESPONDENTE DO ANO-BASE. PARCELA DADA COMO PAGA NO
010150*    CONTRATO SEM BAIXA LOCALIZADA NOS MOVIMENTOS SAI SEM DATA E
010160*    VALOR DE PAGAMENTO.
010170     COMPUTE WS-LP-NR-PARCELA =
010180         WS-DC-PARC-INI (WS-IDX) + WS-IDX-PARC - 1
010190     COMPUTE WS-MM-PARC = WS-DC-MM-INI (WS-IDX) + WS-IDX-PARC - 1
010200     MOVE WS-DC-DD-VENCTO (WS-IDX) TO WS-LP-DD-VENCTO
010210     MOVE WS-MM-PARC               TO WS-LP-MM-VENCTO
010220     MOVE WS-ANO-BASE              TO WS-LP-AAAA-VENCTO
010230     MOVE WS-DC-DT-PAGTO (WS-IDX, WS-IDX-PARC) TO WS-LP-DT-PAGTO
010240     MOVE WS-DC-VLR-PAGO (WS-IDX, WS-IDX-PARC) TO WS-LP-VLR-PAGO
010250     EVALUATE WS-DC-ORIGEM (WS-IDX, WS-IDX-PARC)
010260         WHEN "C"
010270             MOVE "SETOR DE COBRANCA" TO WS-LP-ORIGEM
010280         WHEN "B"
010290             MOVE "BOLETO BANCARIO"   TO WS-LP-ORIGEM
010300         WHEN "A"
010310             MOVE "AGENCIA COBRANCA"  TO WS-LP-ORIGEM
010320         WHEN OTHER
010330             MOVE "QUITADA NO CONTRATO" TO WS-LP-ORIGEM
010340             ADD 1 TO WS-CNT-SEM-MOVIMENTO
010350     END-EVALUATE
010360     ADD WS-DC-VLR-PAGO (WS-IDX, WS-IDX-PARC) TO WS-TOT-PAGO-CONTR
010370     WRITE WL-LINHA FROM WS-LIN-PARCELA AFTER ADVANCING 1 LINE.
010380 4200-IMPRIMIR-PARCELA-EXIT.
010390     EXIT.
010400*-----------------------------------------------------------------
010410 5000-FINALIZAR.
010420*    RESUMO NA LISTA DE EXCECAO E REGISTRO DA EMISSAO NO
010430*    CTL-DECLARACAO (NAO GRAVADO QUANDO A EMISSAO FOI CANCELADA).
010440     MOVE WS-CNT-CONTRATOS     TO WS-RES-CONTRATOS
010450     MOVE WS-CNT-DECLARACOES   TO WS-RES-DECLARACOES
010460     MOVE WS-CNT-SEM-ENDERECO  TO WS-RES-SEM-ENDERECO
010470     MOVE WS-CNT-EM-ABERTO     TO WS-RES-EM-ABERTO
010480     MOVE WS-CNT-RENEGOCIADOS  TO WS-RES-RENEGOCIADOS
010490     MOVE WS-CNT-SEM-MOVIMENTO TO WS-RES-SEM-MOVIMENTO
010500     WRITE WX-LINHA FROM WS-LIN-RESUMO-1 AFTER ADVANCING 2 LINES
010510     WRITE WX-LINHA FROM WS-LIN-RESUMO-2 AFTER ADVANCING 1 LINE
010520
010530     CLOSE CONTRATOS-MASTER
010540     CLOSE CLIENTES-MASTER
010550     IF NOT WS-SEM-ENDERECOS
010560         CLOSE END-CLIENTES
010570     END-IF
010580     CLOSE DECLARACOES
010590     CLOSE DECL-EXCECAO
010600
010610     IF WS-TAB-CHEIA
010620         DISPLAY "DECQUI CANCELADO: EMISSAO DO ANO-BASE "
010630             WS-ANO-BASE " NAO REGISTRADA"
010640         GO TO 5000-FINALIZAR-EXIT
010650     END-IF
010660     OPEN EXTEND CTL-DECLARACAO
010670     IF NOT WS-FS-CTLDEC-OK
010680         DISPLAY "ERRO AO GRAVAR CTL-DECLARACAO: " WS-FS-CTLDEC
010690     ELSE
010700         MOVE WS-ANO-BASE        TO CD-ANO-BASE
010710         MOVE WS-DATA-HOJE       TO CD-DT-EMISSAO
010720         IF WS-EMISSAO-REEMISSAO
010730             MOVE "R"            TO CD-TIPO-EMISSAO
010740         ELSE
010750             MOVE "N"            TO CD-TIPO-EMISSAO
010760         END-IF
010770         MOVE WS-OPERADOR-AUT    TO CD-OPERADOR
010780         MOVE WS-CNT-DECLARACOES TO CD-QTD-DECLARACOES
010790         MOVE WS-CNT-EXCECOES    TO CD-QTD-EXCECOES
010800         WRITE CD-REGISTRO
010810         CLOSE CTL-DECLARACAO
010820     END-IF
010830
010840     DISPLAY "DECQUI ENCERRADO. ANO-BASE: " WS-ANO-BASE
010850         " DECLARACOES: " WS-CNT-DECLARACOES
010860         " EXCECOES: " WS-CNT-EXCECOES
010870     DISPLAY "  EM ABERTO: " WS-CNT-EM-ABERTO
010880         " RENEGOCIADOS: " WS-CNT-RENEGOCIADOS
010890         " SEM ENDERECO: " WS-CNT-SEM-ENDERECO
010900         " ERROS: " WS-CNT-ERRO
010910     DISPLAY "  MOVIMENTOS LIDOS: " WS-CNT-MOV-LIDOS
010920         " ARQUIVADOS LIDOS: " WS-CNT-ARQ-LIDOS
010930         " PARCELAS SEM MOVIMENTO: " WS-CNT-SEM-MOVIMENTO.
010940 5000-FINALIZAR-EXIT.
010950     EXIT.
010960*-----------------------------------------------------------------
010970 7000-IMPRIMIR-CABECALHO.
010980     ADD 1 TO WS-NR-PAGINA
010990     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
011000     IF WS-NR-PAGINA EQUAL 1
011010         WRITE WX-LINHA FROM WS-CAB-1
011020     ELSE
011030         WRITE WX-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
011040     END-IF
011050     WRITE WX-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
011060     WRITE WX-LINHA FROM WS-CAB-3 AFTER ADVANCING 2 LINES
011070     MOVE ZEROS TO WS-CNT-LIN-PAGINA.
011080 7000-IMPRIMIR-CABECALHO-EXIT.
011090     EXIT.
011100*-----------------------------------------------------------------
011110 7400-EXCECAO-CONTRATO.
011120*    CONTRATO LIDO DO CONTRATOS-MASTER QUE NAO RECEBE DECLARACAO.
011130     MOVE CO-CPF         TO WS-DET-CPF
011140     MOVE CO-NR-CONTRATO TO WS-DET-NR-CONTRATO
011150     MOVE CO-DT-VENCTO   TO WS-DET-DT-VENCTO
011160     PERFORM 7500-IMPRIMIR-EXCECAO
011170         THRU 7500-IMPRIMIR-EXCECAO-EXIT.
011180 7400-EXCECAO-CONTRATO-EXIT.
011190     EXIT.
011200*-----------------------------------------------------------------
011210 7500-IMPRIMIR-EXCECAO.
011220*    LINHA DA LISTA DE EXCECAO: CPF, CONTRATO E VENCIMENTO JA EM
011230*    WS-DET, COM A FAIXA DE PARCELAS DO ANO, A QUANTIDADE EM
011240*    ABERTO E O MOTIVO.
011250     IF WS-CNT-LIN-PAGINA NOT LESS THAN WS-MAX-LIN-PAGINA
011260         PERFORM 7000-IMPRIMIR-CABECALHO
011270             THRU 7000-IMPRIMIR-CABECALHO-EXIT
011280     END-IF
011290     ADD 1 TO WS-CNT-EXCECOES
011300     MOVE SPACES TO WS-DET-NOME
011310     MOVE WS-DET-CPF TO CM-CPF
011320     READ CLIENTES-MASTER
011340         INVALID KEY
011350             MOVE "*SEM CAD*" TO WS-DET-NOME
011360         NOT INVALID KEY
011370             MOVE CM-NOME     TO WS-DET-NOME
011380     END-READ
011390     MOVE WS-PARC-INI    TO WS-DET-PARC-INI
011400     MOVE WS-PARC-FIM    TO WS-DET-PARC-FIM
011410     MOVE WS-QTD-ABERTAS TO WS-DET-QTD-ABERTAS
011420     WRITE WX-LINHA FROM WS-DET AFTER ADVANCING 1 LINE
011430     ADD 1 TO WS-CNT-LIN-PAGINA.
011440 7500-IMPRIMIR-EXCECAO-EXIT.
011450     EXIT.
011460*-----------------------------------------------------------------
011470 8000-LER-CONTRATO.
011480     READ CONTRATOS-MASTER NEXT RECORD
011490         AT END
011500             MOVE "S" TO WS-SW-FIM-CONTR
011510     END-READ
011520     IF NOT WS-FS-CONT-SUCESSO
011530         MOVE "S" TO WS-SW-FIM-CONTR
011540     END-IF.
011550 8000-LER-CONTRATO-EXIT.
011560     EXIT.
011570*-----------------------------------------------------------------
011580 8100-LER-MOVIMENTO.
011590     READ MOV-PAGAMENTOS
011600         AT END
011610             MOVE "S" TO WS-SW-FIM-MOV
011620     END-READ
011630     IF NOT WS-FS-MOVPAG-SUCESSO
011640         MOVE "S" TO WS-SW-FIM-MOV
011650     END-IF.
011660 8100-LER-MOVIMENTO-EXIT.
011670     EXIT.
011680*-----------------------------------------------------------------
011690 8200-LER-ARQUIVAMENTO.
011700     READ ARQ-MOV
011710         AT END
011720             MOVE "S" TO WS-SW-FIM-MOV
011730     END-READ
011740     IF NOT WS-FS-ARQMOV-SUCESSO
011750         MOVE "S" TO WS-SW-FIM-MOV
011760     END-IF.
011770 8200-LER-ARQUIVAMENTO-EXIT.
011780     EXIT.
