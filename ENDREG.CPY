000100******************************************************************
000200* COPYBOOK:    ENDREG
000300* AUTHOR:      CLESLLEY DE MOURA
000400* INSTALLATION: SETOR DE COBRANCA
000500* DATE-WRITTEN: 14/10/2026
000600*-----------------------------------------------------------------
000700* PURPOSE:     LAYOUT DO REGISTRO DE ENDERECO DE CORRESPONDENCIA
000800*              DO CLIENTE (ARQUIVO END-CLIENTES), UM POR CPF,
000900*              MANTIDO PELAS OPCOES N (ENDERECO) E D (CARTA
001000*              DEVOLVIDA) DO CADCLI E LIDO PELO CARTCOB PARA O
001100*              BLOCO DE ENDERECO DA CARTA. A CHAVE DO ARQUIVO E O
001200*              CPF. O ENDERECO MARCADO COMO DEVOLVIDO (CARTA
001300*              DEVOLVIDA PELO CORREIO) TIRA O CLIENTE DA EMISSAO
001400*              DE CARTAS ATE SER ATUALIZADO PELA OPCAO N.
001500*              O PROGRAMA CHAMADOR DECLARA O NIVEL 01 (E O
001600*              PREFIXO, VIA REPLACING) E EXECUTA "COPY ENDREG."
001700*-----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*   DATE       INIT  DESCRIPTION
002000*   14/10/2026 CDM   COPYBOOK ORIGINAL.
002100******************************************************************
002200     03  WS-EN-CPF                PIC 9(11).
002300     03  WS-EN-ENDERECO.
002400         05  WS-EN-LOGRADOURO     PIC X(40).
002500         05  WS-EN-NUMERO         PIC X(06).
002600         05  WS-EN-COMPLEMENTO    PIC X(15).
002700         05  WS-EN-BAIRRO         PIC X(20).
002800         05  WS-EN-CIDADE         PIC X(25).
002900         05  WS-EN-UF             PIC X(02).
003000         05  WS-EN-CEP            PIC 9(08).
003100         05  WS-EN-CEP-R  REDEFINES WS-EN-CEP.
003200             10  WS-EN-CEP-PREFIXO PIC 9(05).
003300             10  WS-EN-CEP-SUFIXO PIC 9(03).
003400     03  WS-EN-STS-ENDERECO       PIC X(01).
003500         88  WS-EN-VALIDO         VALUE "V".
003600         88  WS-EN-DEVOLVIDO      VALUE "D".
003700     03  WS-EN-DEVOLUCAO.
003800         05  WS-EN-MOTIVO-DEVOL   PIC X(01).
003900             88  WS-EN-MUDOU-SE   VALUE "M".
004000             88  WS-EN-DESCONHECIDO VALUE "D".
004100             88  WS-EN-END-INSUFICIENTE VALUE "I".
004200             88  WS-EN-RECUSADO   VALUE "R".
004300             88  WS-EN-MOTIVO-VALIDO VALUE "M" "D" "I" "R".
004400         05  WS-EN-DT-DEVOLUCAO   PIC 9(08).
004500     03  WS-EN-DT-ATUALIZACAO     PIC 9(08).
