000010*----------------------------------------------------------*
000020* CLIFECRG - LAYOUT DO CONTROLE DE FECHAMENTO DO DIA       *
000030*            (CLIFECCT): ULTIMO DIA DE PROCESSAMENTO       *
000040*            CERTIFICADO PELO CLIFECHA E ULTIMA LIBERACAO  *
000050*            DE SUPERVISOR FEITA PELO FECMNT               *
000060*----------------------------------------------------------*
000070* HISTORICO DE ALTERACOES                                  *
000080*----------------------------------------------------------*
000090* DATA       AUTOR   DESCRICAO                             *
000100* 2026-10-15 EBC     COPYBOOK CRIADO - O CLIORDEX, O       *
000110*                    CLIMOVTO E O CLIENTES SO ACEITAM UMA  *
000120*                    DATA DE PROCESSAMENTO NOVA QUANDO O   *
000130*                    DIA ANTERIOR (CTRL-ULTIMA-DATA DO     *
000140*                    CLICTRL) ESTA CERTIFICADO             *
000150*                    (FEC-ULTIMA-DATA) OU FOI LIBERADO SEM *
000160*                    CERTIFICACAO POR UM SUPERVISOR        *
000170*                    (FEC-DATA-LIBERADA, LOGADA NO         *
000180*                    CLIMLOG).                             *
000190*----------------------------------------------------------*
000200 01  FEC-REGISTRO.
000210     05  FEC-ULTIMA-DATA      PICTURE 9(08).
000220     05  FEC-DATA-CERTIFICACAO PICTURE 9(08).
000230     05  FEC-HORA-CERTIFICACAO PICTURE 9(06).
000240     05  FEC-ITENS-CONFERIDOS PICTURE 9(02).
000250     05  FEC-DATA-LIBERADA    PICTURE 9(08).
000260     05  FEC-OPERADOR-LIB     PICTURE X(08).
000270     05  FEC-DATA-LIBERACAO   PICTURE 9(08).
000280     05  FEC-MOTIVO-LIB       PICTURE X(30).
000290     05  FILLER               PICTURE X(02).
