000200*   01/09/2026 CDM   LINHAS DE IMAGEM ANTES/DEPOIS ALARGADAS DE
000210*                    X(70) PARA X(80), ACOMPANHANDO O AUDREG
000220*                    (NOVO GRUPO WS-NEGATIVACAO DO CONTREG).
000221*   14/10/2026 CDM   TIPO "E" (ENDERECO DE CORRESPONDENCIA) E
000222*                    IMAGENS X(150) DO AUDREG: A IMAGEM SAI EM
000223*                    DUAS LINHAS QUANDO PASSA DE 120 POSICOES.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. RELAUD.
000880     05  WS-ID-TIPO               PIC X(08).
000890 01  WS-LIN-ANTES.
000900     05  FILLER                   PIC X(10) VALUE "  ANTES  ".
000910     05  WS-LA-IMAGEM             PIC X(120).
000920 01  WS-LIN-DEPOIS.
000930     05  FILLER                   PIC X(10) VALUE "  DEPOIS ".
000940     05  WS-LD-IMAGEM             PIC X(120).
000941 01  WS-LIN-CONTINUACAO.
000942     05  FILLER                   PIC X(10) VALUE SPACES.
000943     05  WS-LC-IMAGEM             PIC X(30).
000944 01  WS-IMAGEM-AUX                PIC X(150).
000945 01  WS-IMAGEM-AUX-R  REDEFINES WS-IMAGEM-AUX.
000946     05  WS-IMG-PARTE-1           PIC X(120).
000947     05  WS-IMG-PARTE-2           PIC X(30).
000950 01  WS-LIN-RESUMO.
000960     05  FILLER                   PIC X(21)
000970         VALUE "REGISTROS NA TRILHA: ".
001780     IF AU-REG-CLIENTE
001790         MOVE "CLIENTE" TO WS-ID-TIPO
001800     ELSE
001801         IF AU-REG-ENDERECO
001802             MOVE "ENDERECO" TO WS-ID-TIPO
001803         ELSE
001810             MOVE "CONTRATO" TO WS-ID-TIPO
001811         END-IF
001820     END-IF
001830     WRITE WL-LINHA FROM WS-LIN-IDENT AFTER ADVANCING 2 LINES
001840     MOVE AU-IMAGEM-ANTES TO WS-IMAGEM-AUX
001841     MOVE WS-IMG-PARTE-1  TO WS-LA-IMAGEM
001850     WRITE WL-LINHA FROM WS-LIN-ANTES AFTER ADVANCING 1 LINE
001851     IF WS-IMG-PARTE-2 NOT EQUAL SPACES
001852         MOVE WS-IMG-PARTE-2 TO WS-LC-IMAGEM
001853         WRITE WL-LINHA FROM WS-LIN-CONTINUACAO
001854             AFTER ADVANCING 1 LINE
001855     END-IF
001860     MOVE AU-IMAGEM-DEPOIS TO WS-IMAGEM-AUX
001861     MOVE WS-IMG-PARTE-1   TO WS-LD-IMAGEM
001870     WRITE WL-LINHA FROM WS-LIN-DEPOIS AFTER ADVANCING 1 LINE
001871     IF WS-IMG-PARTE-2 NOT EQUAL SPACES
001872         MOVE WS-IMG-PARTE-2 TO WS-LC-IMAGEM
001873         WRITE WL-LINHA FROM WS-LIN-CONTINUACAO
001874             AFTER ADVANCING 1 LINE
001875     END-IF.
001880 2000-PROCESSAR-LER.
001890     PERFORM 8000-LER-TRILHA THRU 8000-LER-TRILHA-EXIT.
001900 2000-PROCESSAR-TRILHA-EXIT.
