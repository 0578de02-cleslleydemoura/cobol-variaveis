000010******************************************************************
000020* PROGRAM:     RELBOL
000030* AUTHOR:      CLESLLEY DE MOURA
000040* INSTALLATION: SETOR DE COBRANCA
000050* DATE-WRITTEN: 14/10/2026
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     EXPIRACAO DOS BOLETOS NAO PAGOS DO REGISTRO DE
000090*              BOLETOS (REG-BOLETOS, COPYBOOK BOLREG). PERCORRE O
000100*              ARQUIVO E MARCA COMO EXPIRADO ("V") TODO BOLETO
000110*              AINDA REGISTRADO CUJO VENCIMENTO PASSOU HA MAIS DE
000120*              WS-DIAS-PRAZO-PAGTO DIAS CORRIDOS (PRAZO EM QUE O
000130*              BANCO AINDA ACEITA O PAGAMENTO APOS O VENCIMENTO),
000140*              SEM QUE O PAGAMENTO TENHA CHEGADO PELO
000150*              RET-BANCARIO.
000160*              OS BOLETOS EXPIRADOS NA RODADA SAEM NO
000170*              REL-BOLETOS, COM OS TOTAIS. O CONTRATO DE BOLETO
000180*              EXPIRADO GANHA BOLETO NOVO NA PROXIMA REMESSA DO
000190*              GERREM; SE O CLIENTE AINDA PAGAR O BOLETO EXPIRADO,
000200*              O LIQPAG BAIXA O PAGAMENTO COM AVISO.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   14/10/2026 CDM   PROGRAMA ORIGINAL.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. RELBOL.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT REG-BOLETOS ASSIGN TO REGBOL
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS BL-NOSSO-NUMERO
000350         ALTERNATE RECORD KEY IS BL-CHAVE-CONTRATO
000360             WITH DUPLICATES
000370         FILE STATUS IS WS-FS-REGBOL.
000380     SELECT REL-BOLETOS ASSIGN TO RELBOL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-RELBOL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  REG-BOLETOS
000440     LABEL RECORDS ARE STANDARD.
000450 01  BL-REGISTRO.
000460     COPY BOLREG REPLACING LEADING ==WS-BL-== BY ==BL-==.
000470 FD  REL-BOLETOS
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 132 CHARACTERS.
000500 01  WL-LINHA                     PIC X(132).
000510 WORKING-STORAGE SECTION.
000520 01  WS-FS-REGBOL                 PIC X(02).
000530     88  WS-FS-REGBOL-OK          VALUE "00".
000540     88  WS-FS-REGBOL-SUCESSO     VALUE "00" THRU "09".
000550 01  WS-FS-RELBOL                 PIC X(02).
000560     88  WS-FS-RELBOL-OK          VALUE "00".
000570 01  WS-SWITCHES.
000580     05  WS-SW-FIM-ARQ            PIC X(01)  VALUE "N".
000590         88  WS-FIM-ARQ           VALUE "S".
000600     05  WS-SW-ERRO-INIC          PIC X(01)  VALUE "N".
000610         88  WS-ERRO-INICIALIZACAO VALUE "S".
000620 01  WS-CONTADORES.
000630     05  WS-CNT-LIDOS             PIC 9(07)  VALUE ZEROS COMP.
000640     05  WS-CNT-REGISTRADOS       PIC 9(07)  VALUE ZEROS COMP.
000650     05  WS-CNT-EXPIRADOS         PIC 9(05)  VALUE ZEROS COMP.
000660     05  WS-CNT-ERRO              PIC 9(05)  VALUE ZEROS COMP.
000670*-----------------------------------------------------------------
000680* DIAS CORRIDOS APOS O VENCIMENTO EM QUE O BANCO AINDA RECEBE O
000690* BOLETO; PASSADO O PRAZO, O BOLETO NAO PAGO E DADO COMO EXPIRADO.
000700*-----------------------------------------------------------------
000710 77  WS-DIAS-PRAZO-PAGTO          PIC 9(03)  VALUE 030.
000720 77  WS-DIAS-HOJE                 PIC 9(08)  VALUE ZEROS COMP.
000730 77  WS-DIAS-VENCIDOS             PIC S9(07) VALUE ZEROS COMP.
000740*-----------------------------------------------------------------
000750* AREAS DA CONVERSAO DE DATA EM NUMERO DE DIAS (CALENDARIO
000760* GREGORIANO, ARITMETICA INTEIRA SEM FUNCOES INTRINSECAS)
000770*-----------------------------------------------------------------
000780 01  WS-CNV-DATA                  PIC 9(08).
000790 01  WS-CNV-DATA-R REDEFINES WS-CNV-DATA.
000800     05  WS-CNV-AAAA              PIC 9(04).
000810     05  WS-CNV-MM                PIC 9(02).
000820     05  WS-CNV-DD                PIC 9(02).
000830 77  WS-CNV-ANO-AJ                PIC 9(04)  VALUE ZEROS COMP.
000840 77  WS-CNV-MES-AJ                PIC 9(02)  VALUE ZEROS COMP.
000850 77  WS-CNV-Q4                    PIC 9(04)  VALUE ZEROS COMP.
000860 77  WS-CNV-Q100                  PIC 9(04)  VALUE ZEROS COMP.
000870 77  WS-CNV-Q400                  PIC 9(04)  VALUE ZEROS COMP.
000880 77  WS-CNV-QMES                  PIC 9(04)  VALUE ZEROS COMP.
000890 77  WS-CNV-RESTO                 PIC 9(04)  VALUE ZEROS COMP.
000900 77  WS-CNV-DIAS                  PIC 9(08)  VALUE ZEROS COMP.
000910 01  WS-DATA-HOJE                 PIC 9(08).
000920 77  WS-TOT-EXPIRADO              PIC 9(09)V99 VALUE ZEROS.
000930 77  WS-MAX-LIN-PAGINA            PIC 9(03) VALUE 050 COMP.
000940 77  WS-CNT-LIN-PAGINA            PIC 9(03) VALUE ZEROS COMP.
000950 77  WS-NR-PAGINA                 PIC 9(03) VALUE ZEROS COMP.
000960*-----------------------------------------------------------------
000970* AREAS DE IMPRESSAO DO RELATORIO DE BOLETOS EXPIRADOS
000980*-----------------------------------------------------------------
000990 01  WS-CAB-1.
001000     05  FILLER                   PIC X(20)
001010         VALUE "SETOR DE COBRANCA".
001020     05  FILLER                   PIC X(45) VALUE SPACES.
001030     05  FILLER                   PIC X(34)
001040         VALUE "BOLETOS EXPIRADOS SEM PAGAMENTO".
001050     05  FILLER                   PIC X(23) VALUE SPACES.
001060     05  FILLER                   PIC X(07) VALUE "PAGINA ".
001070     05  WS-CAB-PAGINA            PIC ZZ9.
001080 01  WS-CAB-2.
001090     05  FILLER                   PIC X(06) VALUE "DATA: ".
001100     05  WS-CAB-DATA              PIC 9(08).
001110     05  FILLER                   PIC X(27)
001120         VALUE "  PRAZO APOS VENCTO (DIAS):".
001130     05  WS-CAB-PRAZO             PIC ZZ9.
001140     05  FILLER                   PIC X(88) VALUE SPACES.
001150 01  WS-CAB-3.
001160     05  FILLER                   PIC X(12) VALUE "NOSSO NUMERO".
001170     05  FILLER                   PIC X(02) VALUE SPACES.
001180     05  FILLER                   PIC X(13) VALUE "CPF".
001190     05  FILLER                   PIC X(05) VALUE "CTR".
001200     05  FILLER                   PIC X(06) VALUE "PARC".
001210     05  FILLER                   PIC X(07) VALUE "REMESSA".
001220     05  FILLER                   PIC X(03) VALUE SPACES.
001230     05  FILLER                   PIC X(10) VALUE "EMISSAO".
001240     05  FILLER                   PIC X(10) VALUE "VENCTO".
001250     05  FILLER                   PIC X(12) VALUE "VALOR".
001260     05  FILLER                   PIC X(10) VALUE "DIAS VENC".
001270 01  WS-DET.
001280     05  WS-DET-NOSSO-NUMERO      PIC 9(10).
001290     05  FILLER                   PIC X(04) VALUE SPACES.
001300     05  WS-DET-CPF               PIC 9(11).
001310     05  FILLER                   PIC X(02) VALUE SPACES.
001320     05  WS-DET-NR-CONTRATO       PIC ZZ9.
001330     05  FILLER                   PIC X(02) VALUE SPACES.
001340     05  WS-DET-NR-PARCELA        PIC ZZ9.
001350     05  FILLER                   PIC X(03) VALUE SPACES.
001360     05  WS-DET-NR-REMESSA        PIC ZZZZ9.
001370     05  FILLER                   PIC X(05) VALUE SPACES.
001380     05  WS-DET-DT-EMISSAO        PIC 9(08).
001390     05  FILLER                   PIC X(02) VALUE SPACES.
001400     05  WS-DET-DT-VENCTO         PIC 9(08).
001410     05  FILLER                   PIC X(02) VALUE SPACES.
001420     05  WS-DET-VLR-PARC          PIC ZZ,ZZ9.99.
001430     05  FILLER                   PIC X(03) VALUE SPACES.
001440     05  WS-DET-DIAS-VENC         PIC Z,ZZ9.
001450 01  WS-LIN-RESUMO.
001460     05  FILLER                   PIC X(17)
001470         VALUE "BOLETOS LIDOS: ".
001480     05  WS-RES-LIDOS             PIC Z,ZZZ,ZZ9.
001490     05  FILLER                   PIC X(21)
001500         VALUE "  AINDA REGISTRADOS: ".
001510     05  WS-RES-REGISTRADOS       PIC Z,ZZZ,ZZ9.
001520     05  FILLER                   PIC X(13) VALUE "  EXPIRADOS: ".
001530     05  WS-RES-EXPIRADOS         PIC ZZ,ZZ9.
001540     05  FILLER                   PIC X(19)
001550         VALUE "  VALOR EXPIRADO: ".
001560     05  WS-RES-TOT-EXPIRADO      PIC $$$,$$$,$$9.99.
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INICIALIZAR
001600         THRU 1000-INICIALIZAR-EXIT
001610     IF NOT WS-ERRO-INICIALIZACAO
001620         PERFORM 2000-PROCESSAR-BOLETO
001630             THRU 2000-PROCESSAR-BOLETO-EXIT
001640             UNTIL WS-FIM-ARQ
001650         PERFORM 3000-FINALIZAR
001660             THRU 3000-FINALIZAR-EXIT
001670     END-IF
001680     GOBACK.
001690*-----------------------------------------------------------------
001700 1000-INICIALIZAR.
001710     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
001720     MOVE WS-DATA-HOJE TO WS-CNV-DATA
001730     PERFORM 9100-CONVERTER-DATA-DIAS
001740         THRU 9100-CONVERTER-DATA-DIAS-EXIT
001750     MOVE WS-CNV-DIAS TO WS-DIAS-HOJE
001760     OPEN I-O REG-BOLETOS
001770     IF NOT WS-FS-REGBOL-OK
001780         DISPLAY "ERRO AO ABRIR REG-BOLETOS: " WS-FS-REGBOL
001790         MOVE "S" TO WS-SW-FIM-ARQ
001800         MOVE "S" TO WS-SW-ERRO-INIC
001810         GO TO 1000-INICIALIZAR-EXIT
001820     END-IF
001830     OPEN OUTPUT REL-BOLETOS
001840     IF NOT WS-FS-RELBOL-OK
001850         DISPLAY "ERRO AO ABRIR REL-BOLETOS: " WS-FS-RELBOL
001860         CLOSE REG-BOLETOS
001870         MOVE "S" TO WS-SW-FIM-ARQ
001880         MOVE "S" TO WS-SW-ERRO-INIC
001890         GO TO 1000-INICIALIZAR-EXIT
001900     END-IF
001910     MOVE WS-DATA-HOJE        TO WS-CAB-DATA
001920     MOVE WS-DIAS-PRAZO-PAGTO TO WS-CAB-PRAZO
001930     PERFORM 7000-IMPRIMIR-CABECALHO
001940         THRU 7000-IMPRIMIR-CABECALHO-EXIT
001950     PERFORM 8000-LER-BOLETO THRU 8000-LER-BOLETO-EXIT.
001960 1000-INICIALIZAR-EXIT.
001970     EXIT.
001980*-----------------------------------------------------------------
001990 2000-PROCESSAR-BOLETO.
002000*    SO INTERESSA O BOLETO AINDA REGISTRADO (VIVO NO BANCO); O
002010*    PAGO, O CANCELADO E O JA EXPIRADO FICAM COMO ESTAO.
002020     ADD 1 TO WS-CNT-LIDOS
002030     IF NOT BL-REGISTRADO
002040         GO TO 2000-PROCESSAR-LER
002050     END-IF
002060     IF BL-DT-VENCTO NOT NUMERIC
002070         OR BL-DT-VENCTO EQUAL ZEROS
002080         ADD 1 TO WS-CNT-ERRO
002090         DISPLAY "REGISTRO INVALIDO, NOSSO NUMERO: "
002100             BL-NOSSO-NUMERO
002110             " - VENCIMENTO NAO NUMERICO"
002120         GO TO 2000-PROCESSAR-LER
002130     END-IF
002140     MOVE BL-DT-VENCTO TO WS-CNV-DATA
002150     PERFORM 9100-CONVERTER-DATA-DIAS
002160         THRU 9100-CONVERTER-DATA-DIAS-EXIT
002170     COMPUTE WS-DIAS-VENCIDOS = WS-DIAS-HOJE - WS-CNV-DIAS
002180     IF WS-DIAS-VENCIDOS NOT GREATER THAN WS-DIAS-PRAZO-PAGTO
002190         ADD 1 TO WS-CNT-REGISTRADOS
002200         GO TO 2000-PROCESSAR-LER
002210     END-IF
002220     MOVE "V"          TO BL-STS-BOLETO
002230     MOVE WS-DATA-HOJE TO BL-DT-EXPIRACAO
002240     REWRITE BL-REGISTRO
002250     IF NOT WS-FS-REGBOL-OK
002260         ADD 1 TO WS-CNT-ERRO
002270         DISPLAY "ERRO AO GRAVAR REG-BOLETOS: " WS-FS-REGBOL
002280             " NOSSO NUMERO: " BL-NOSSO-NUMERO
002290         GO TO 2000-PROCESSAR-LER
002300     END-IF
002310     ADD 1 TO WS-CNT-EXPIRADOS
002320     ADD BL-VLR-PARC TO WS-TOT-EXPIRADO
002330     PERFORM 7500-IMPRIMIR-EXPIRADO
002340         THRU 7500-IMPRIMIR-EXPIRADO-EXIT.
002350 2000-PROCESSAR-LER.
002360     PERFORM 8000-LER-BOLETO THRU 8000-LER-BOLETO-EXIT.
002370 2000-PROCESSAR-BOLETO-EXIT.
002380     EXIT.
002390*-----------------------------------------------------------------
002400 3000-FINALIZAR.
002410     MOVE WS-CNT-LIDOS       TO WS-RES-LIDOS
002420     MOVE WS-CNT-REGISTRADOS TO WS-RES-REGISTRADOS
002430     MOVE WS-CNT-EXPIRADOS   TO WS-RES-EXPIRADOS
002440     MOVE WS-TOT-EXPIRADO    TO WS-RES-TOT-EXPIRADO
002450     WRITE WL-LINHA FROM WS-LIN-RESUMO AFTER ADVANCING 2 LINES
002460
002470     DISPLAY "RELBOL ENCERRADO. BOLETOS LIDOS: " WS-CNT-LIDOS
002480         " AINDA REGISTRADOS: " WS-CNT-REGISTRADOS
002490         " EXPIRADOS: " WS-CNT-EXPIRADOS
002500         " ERROS: " WS-CNT-ERRO
002510
002520     CLOSE REG-BOLETOS
002530     CLOSE REL-BOLETOS.
002540 3000-FINALIZAR-EXIT.
002550     EXIT.
002560*-----------------------------------------------------------------
002570 7000-IMPRIMIR-CABECALHO.
002580     ADD 1 TO WS-NR-PAGINA
002590     MOVE WS-NR-PAGINA TO WS-CAB-PAGINA
002600     IF WS-NR-PAGINA EQUAL 1
002610         WRITE WL-LINHA FROM WS-CAB-1
002620     ELSE
002630         WRITE WL-LINHA FROM WS-CAB-1 AFTER ADVANCING PAGE
002640     END-IF
002650     WRITE WL-LINHA FROM WS-CAB-2 AFTER ADVANCING 1 LINE
002660     WRITE WL-LINHA FROM WS-CAB-3 AFTER ADVANCING 2 LINES
002670     MOVE ZEROS TO WS-CNT-LIN-PAGINA.
002680 7000-IMPRIMIR-CABECALHO-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------------
002710 7500-IMPRIMIR-EXPIRADO.
002720     IF WS-CNT-LIN-PAGINA NOT LESS THAN WS-MAX-LIN-PAGINA
002730         PERFORM 7000-IMPRIMIR-CABECALHO
002740             THRU 7000-IMPRIMIR-CABECALHO-EXIT
002750     END-IF
002760     MOVE BL-NOSSO-NUMERO  TO WS-DET-NOSSO-NUMERO
002770     MOVE BL-CPF           TO WS-DET-CPF
002780     MOVE BL-NR-CONTRATO   TO WS-DET-NR-CONTRATO
002790     MOVE BL-NR-PARCELA    TO WS-DET-NR-PARCELA
002800     MOVE BL-NR-REMESSA    TO WS-DET-NR-REMESSA
002810     MOVE BL-DT-EMISSAO    TO WS-DET-DT-EMISSAO
002820     MOVE BL-DT-VENCTO     TO WS-DET-DT-VENCTO
002830     MOVE BL-VLR-PARC      TO WS-DET-VLR-PARC
002840     MOVE WS-DIAS-VENCIDOS TO WS-DET-DIAS-VENC
002850     WRITE WL-LINHA FROM WS-DET AFTER ADVANCING 1 LINE
002860     ADD 1 TO WS-CNT-LIN-PAGINA.
002870 7500-IMPRIMIR-EXPIRADO-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------------
002900 8000-LER-BOLETO.
002910     READ REG-BOLETOS NEXT RECORD
002920         AT END
002930             MOVE "S" TO WS-SW-FIM-ARQ
002940     END-READ
002950     IF NOT WS-FS-REGBOL-SUCESSO
002960         MOVE "S" TO WS-SW-FIM-ARQ
002970     END-IF.
002980 8000-LER-BOLETO-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010 9100-CONVERTER-DATA-DIAS.
003020*    CONVERTE A DATA AAAAMMDD DE WS-CNV-DATA EM NUMERO DE DIAS
003030*    CORRIDOS DO CALENDARIO GREGORIANO (WS-CNV-DIAS), MESMA ROTINA
003040*    DO PROGVAR.
003050     IF WS-CNV-MM LESS THAN OR EQUAL TO 2
003060         COMPUTE WS-CNV-ANO-AJ = WS-CNV-AAAA - 1
003070         COMPUTE WS-CNV-MES-AJ = WS-CNV-MM + 12
003080     ELSE
003090         MOVE WS-CNV-AAAA TO WS-CNV-ANO-AJ
003100         MOVE WS-CNV-MM   TO WS-CNV-MES-AJ
003110     END-IF
003120     DIVIDE WS-CNV-ANO-AJ BY 4 GIVING WS-CNV-Q4
003130         REMAINDER WS-CNV-RESTO
003140     DIVIDE WS-CNV-ANO-AJ BY 100 GIVING WS-CNV-Q100
003150         REMAINDER WS-CNV-RESTO
003160     DIVIDE WS-CNV-ANO-AJ BY 400 GIVING WS-CNV-Q400
003170         REMAINDER WS-CNV-RESTO
003180     COMPUTE WS-CNV-QMES = (153 * (WS-CNV-MES-AJ + 1)) / 5
003190     COMPUTE WS-CNV-DIAS = (365 * WS-CNV-ANO-AJ)
003200         + WS-CNV-Q4 - WS-CNV-Q100 + WS-CNV-Q400
003210         + WS-CNV-QMES + WS-CNV-DD.
003220 9100-CONVERTER-DATA-DIAS-EXIT.
003230     EXIT.
