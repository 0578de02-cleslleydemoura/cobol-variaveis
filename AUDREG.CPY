000800*              DO CADCLI (ARQUIVO AUD-MANUTENCAO, SEQUENCIAL,
000900*              GRAVADO EM EXTEND): DATA, HORA, OPERADOR, OPCAO
001000*              DE MENU USADA, TIPO DO REGISTRO ("C" CLIENTE,
001050*              "T" CONTRATO, "E" ENDERECO DE CORRESPONDENCIA)
001100*              E A IMAGEM DO REGISTRO ANTES E
001200*              DEPOIS DA MUDANCA. LIDO PELO RELAUD. O PROGRAMA
001300*              CHAMADOR DECLARA O NIVEL 01 (E O PREFIXO, VIA
001400*              REPLACING) E EXECUTA "COPY AUDREG."
002100*                    CONTRATO COM O NOVO GRUPO WS-NEGATIVACAO DO
002200*                    CONTREG. ARQUIVOS AUD-MANUTENCAO GRAVADOS
002300*                    COM O LAYOUT ANTERIOR DEVEM SER CONVERTIDOS.
002310*   14/10/2026 CDM   NOVO TIPO "E" (ENDERECO DE CORRESPONDENCIA,
002320*                    ENDREG) E IMAGENS ANTES/DEPOIS ALARGADAS DE
002330*                    X(80) PARA X(150) PARA CABER O REGISTRO DE
002340*                    ENDERECO. ARQUIVOS AUD-MANUTENCAO GRAVADOS
002350*                    COM O LAYOUT ANTERIOR DEVEM SER CONVERTIDOS.
002400******************************************************************
002500     03  WS-AU-DATA               PIC 9(08).
002600     03  WS-AU-HORA               PIC 9(06).
002900     03  WS-AU-TIPO-REG           PIC X(01).
003000         88  WS-AU-REG-CLIENTE    VALUE "C".
003100         88  WS-AU-REG-CONTRATO   VALUE "T".
003150         88  WS-AU-REG-ENDERECO   VALUE "E".
003200     03  WS-AU-IMAGEM-ANTES       PIC X(150).
003300     03  WS-AU-IMAGEM-DEPOIS      PIC X(150).
