000010*----------------------------------------------------------*
000020* CLITXPRG - LAYOUT DAS TOLERANCIAS DA CARGA DE TAXAS      *
000030*            (ARQUIVO CLITXPR, UM REGISTRO SO)             *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - VARIACAO MAXIMA, EM *
000090*                    PERCENTUAL SOBRE A TAXA EM VIGOR, QUE *
000100*                    O CLITXCAR CARREGA SEM CONFIRMACAO:   *
000110*                    TXP-PCT-CAMBIO PARA USD E EUR,        *
000120*                    TXP-PCT-INDICE PARA TR E CDI. ACIMA   *
000130*                    DELA A TAXA FICA RETIDA NO CLITXHS    *
000140*                    ATE O SUPERVISOR CONFIRMAR; ZERO      *
000150*                    RETEM QUALQUER VARIACAO. MANTIDO PELO *
000160*                    TAXMNT (SUPERVISOR, LOGADO NO         *
000170*                    CLIMLOG).                             *
000180*----------------------------------------------------------*
000190 01  TXP-REGISTRO.
000200     05  TXP-PCT-CAMBIO       PICTURE 9(03)V99.
000210     05  TXP-PCT-INDICE       PICTURE 9(03)V99.
000220     05  TXP-DATA-ALTERACAO   PICTURE 9(08).
000230     05  TXP-OPERADOR         PICTURE X(08).
000240     05  FILLER               PICTURE X(54).
