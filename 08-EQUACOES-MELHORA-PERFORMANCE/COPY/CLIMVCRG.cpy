000010*----------------------------------------------------------*
000020* CLIMVCRG - REGISTROS DE CONTROLE DO LOTE NO CLIMOVD      *
000030*            (CABECALHO E TRAILER), VISAO ALTERNATIVA DO   *
000040*            MOV-REGISTRO DE 80 BYTES NA MESMA FD          *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - TODO PRODUTOR DO    *
000100*                    CLIMOVD (CAPTURA DOS CAIXAS, ORIGEM   *
000110*                    "CAIXA"; CLIORDEX; CLICDBJ; CDBMAINT; *
000120*                    CLISVRRT) GRAVA SEUS MOVIMENTOS ENTRE *
000130*                    UM CABECALHO "H" E UM TRAILER "Z"     *
000140*                    ("T" JA E A TRANSFERENCIA) COM A      *
000150*                    MESMA ORIGEM, DATA E HORA DE ABERTURA *
000160*                    DO LOTE. O TRAILER LEVA A QUANTIDADE  *
000170*                    DE MOVIMENTOS E O HASH (SOMA DE       *
000180*                    MOV-VALOR). O CLIMOVTO CONFERE TODOS  *
000190*                    OS LOTES ANTES DE APLICAR QUALQUER    *
000200*                    MOVIMENTO E REJEITA POR INTEIRO O     *
000210*                    LOTE INCOMPLETO, DESBALANCEADO OU     *
000220*                    REPETIDO.                             *
000230*----------------------------------------------------------*
000240 01  MOVC-REGISTRO.
000250     05  MOVC-TIPO            PICTURE X(01).
000260         88  MOVC-CABECALHO                  VALUE "H".
000270         88  MOVC-TRAILER                    VALUE "Z".
000280     05  MOVC-ORIGEM          PICTURE X(08).
000290     05  MOVC-DATA            PICTURE 9(08).
000300     05  MOVC-HORA            PICTURE 9(06).
000310     05  MOVC-QTD             PICTURE 9(06).
000320     05  MOVC-HASH            PICTURE 9(15).
000330     05  FILLER               PICTURE X(36).
