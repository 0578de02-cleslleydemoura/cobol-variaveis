000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   22/08/2026 CDM   PROGRAMA ORIGINAL.
000211*   14/10/2026 CDM   CLIENTES-MASTER REORGANIZADO COM CM-CPF COMO
000212*                    CHAVE PRIMARIA (O TELEFONE PASSA A CAMPO
000213*                    COMUM). A RECARGA BATE TAMBEM A SOMA DOS CPF
000214*                    GRAVADOS COM O TRAILER (QUANDO A DESCARGA A
000215*                    TRAZ) E O CLIENTE REJEITADO E APONTADO PELO
000216*                    CPF. DESCARGA FORA DA ORDEM DE CPF (FS 21) E
000217*                    DA ORGANIZACAO ANTERIOR POR TELEFONE E NAO
000218*                    SERVE PARA RECARGA: O ARQUIVO ANTIGO E
000219*                    CONVERTIDO PELO CONVCLI.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. RECCLI.
000280     SELECT CLIENTES-MASTER ASSIGN TO CLIMEST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS CM-CPF
000330         FILE STATUS IS WS-FS-CLIMEST.
000340     SELECT CONTRATOS-MASTER ASSIGN TO CONTMEST
000350         ORGANIZATION IS INDEXED
000630 WORKING-STORAGE SECTION.
000640 01  WS-FS-CLIMEST                PIC X(02).
000650     88  WS-FS-OK                 VALUE "00".
000655     88  WS-FS-FORA-SEQUENCIA     VALUE "21".
000660 01  WS-FS-CONTMEST               PIC X(02).
000670     88  WS-FS-CONT-OK            VALUE "00".
000680 01  WS-FS-SEGCLI                 PIC X(02).
000830 01  WS-CONTADORES.
000840     05  WS-CNT-CLI-GRAVADOS      PIC 9(05)  VALUE ZEROS COMP.
000850     05  WS-CNT-CLI-REJEITADOS    PIC 9(05)  VALUE ZEROS COMP.
000855     05  WS-CNT-CLI-FORA-ORDEM    PIC 9(05)  VALUE ZEROS COMP.
000860     05  WS-CNT-CTR-GRAVADOS      PIC 9(05)  VALUE ZEROS COMP.
000870     05  WS-CNT-CTR-REJEITADOS    PIC 9(05)  VALUE ZEROS COMP.
000880 77  WS-QTD-TRAILER-CLI           PIC 9(05)  VALUE ZEROS.
000890 77  WS-QTD-TRAILER-CONTR         PIC 9(05)  VALUE ZEROS.
000891 77  WS-SOMA-CPF-CLI              PIC 9(16)  VALUE ZEROS.
000892 77  WS-SOMA-TRAILER-CLI          PIC X(16)  VALUE SPACES.
000893 77  WS-SOMA-TRAILER-CLI-N  REDEFINES WS-SOMA-TRAILER-CLI
000894                                  PIC 9(16).
000900 PROCEDURE DIVISION.
000910 0000-MAINLINE.
000920     PERFORM 1000-INICIALIZAR
001470             WRITE CM-REGISTRO
001480             IF WS-FS-OK
001490                 ADD 1 TO WS-CNT-CLI-GRAVADOS
001492                 IF CM-CPF NUMERIC
001494                     ADD CM-CPF TO WS-SOMA-CPF-CLI
001496                 END-IF
001500             ELSE
001510                 ADD 1 TO WS-CNT-CLI-REJEITADOS
001515                 IF WS-FS-FORA-SEQUENCIA
001516                     ADD 1 TO WS-CNT-CLI-FORA-ORDEM
001517                 END-IF
001520                 DISPLAY "CLIENTE REJEITADO NA RECARGA, "
001530                     "CPF: " CM-CPF
001540                     " FS: " WS-FS-CLIMEST
001550             END-IF
001570         WHEN SC-REG-TRAILER
001580             MOVE "S" TO WS-SW-TRAILER-CLI
001590             COMPUTE WS-QTD-TRAILER-CLI =
001600                 SC-T-QTD-ATIVOS + SC-T-QTD-INATIVOS
001605             MOVE SC-T-SOMA-CPF TO WS-SOMA-TRAILER-CLI
001610         WHEN OTHER
001620             ADD 1 TO WS-CNT-CLI-REJEITADOS
001630             DISPLAY "TIPO DE REGISTRO INVALIDO EM SEG-CLIENTES: "
002140                 ") DIVERGE DO TRAILER DA DESCARGA ("
002150                 WS-QTD-TRAILER-CLI ")"
002160         END-IF
002161*        DESCARGA GRAVADA ANTES DA REORGANIZACAO DO
002162*        CLIENTES-MASTER NAO TRAZ A SOMA DOS CPF NO TRAILER.
002163         IF WS-SOMA-TRAILER-CLI-N NUMERIC
002164             AND WS-SOMA-CPF-CLI NOT EQUAL WS-SOMA-TRAILER-CLI-N
002165             DISPLAY "ATENCAO: SOMA DOS CPF RECARREGADOS ("
002166                 WS-SOMA-CPF-CLI
002167                 ") DIVERGE DO TRAILER DA DESCARGA ("
002168                 WS-SOMA-TRAILER-CLI-N ")"
002169         END-IF
002170     END-IF
002171     IF WS-CNT-CLI-FORA-ORDEM GREATER THAN ZEROS
002172         DISPLAY "ATENCAO: " WS-CNT-CLI-FORA-ORDEM
002173             " CLIENTES FORA DA ORDEM DE CPF (FS 21). DESCARGA "
002174             "DA ORGANIZACAO ANTERIOR (CHAVE TELEFONE) NAO "
002175             "SERVE PARA RECARGA: CONVERTER PELO CONVCLI"
002176     END-IF
002180
002190     IF NOT WS-TRAILER-CONTR
002200         DISPLAY "ATENCAO: SEG-CONTRATOS SEM TRAILER, DESCARGA "
