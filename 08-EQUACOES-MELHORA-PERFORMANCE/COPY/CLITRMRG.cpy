000010*----------------------------------------------------------*
000020* CLITRMRG - LAYOUT DO SALDO MOVIDO NA TROCA DE AGENCIA    *
000030*            (CLITRMV), UM REGISTRO POR CONTA TRANSFERIDA  *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - GRAVADO PELO LOTE   *
000090*                    CLIAGTRF A CADA CONTA TRANSFERIDA E   *
000100*                    LIDO NA MESMA DATA PELO CLIRECON (QUE *
000110*                    TIRA O SALDO DO TOTAL CONTABIL DA     *
000120*                    AGENCIA DE ORIGEM E SOMA NO DA        *
000130*                    DESTINO) E PELO CLICAIXA (QUE CREDITA *
000140*                    OS MOVIMENTOS DO DIA DA CONTA A       *
000150*                    AGENCIA DE ORIGEM, ONDE OS CAIXAS OS  *
000160*                    FIZERAM). ARQUIVO SEQUENCIAL SEM      *
000170*                    DELIMITADOR DE LINHA, COMO O GLINTF,  *
000180*                    POR CAUSA DO SALDO COM SINAL.         *
000190*----------------------------------------------------------*
000200 01  TRM-REGISTRO.
000210     05  TRM-DATA             PICTURE 9(08).
000220     05  TRM-CLIENTE          PICTURE 9(06).
000230     05  TRM-AGENCIA-ORIGEM   PICTURE 9(04).
000240     05  TRM-AGENCIA-DESTINO  PICTURE 9(04).
000250     05  TRM-MOEDA            PICTURE X(03).
000260     05  TRM-SALDO            PICTURE S9(12).
000270     05  FILLER               PICTURE X(13) VALUE SPACES.
