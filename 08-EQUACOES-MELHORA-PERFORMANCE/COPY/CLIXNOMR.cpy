000010*----------------------------------------------------------*
000020* CLIXNOMR - LAYOUT DO REGISTRO DE REFERENCIA CRUZADA      *
000030*            AGENCIA X NOME X CONTA (CLIXNOM), CHAVEADO    *
000040*            POR AGENCIA + NOME + CLIENTE                  *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - O AVISO DE NOME     *
000100*                    IDENTICO NA INCLUSAO DO CLIMAINT E NA *
000110*                    ABERTURA EM LOTE DO CLILOTEA PASSA A  *
000120*                    VALER SO DENTRO DA AGENCIA E DEIXA DE *
000130*                    VARRER O MESTRE: CADA CONTA DO        *
000140*                    CLIMSTR GANHA UM REGISTRO CHAVEADO    *
000150*                    PELA AGENCIA E PELO NOME DO TITULAR   *
000160*                    PRINCIPAL. MANTIDO EM DIA PELO        *
000170*                    CLIMAINT (INCLUSAO, ALTERACAO DE      *
000180*                    NOME, SUCESSAO POR OBITO), PELO       *
000190*                    CLILOTEA E PELO CLIAGTRF (TROCA DE    *
000200*                    AGENCIA); RECONSTRUIDO DO ZERO PELO   *
000210*                    LOTE CLIXREFB, JUNTO COM O CLIXREF.   *
000220*                    QUEM CONSULTA RELE A CONTA NO MESTRE  *
000230*                    E IGNORA A ENTRADA QUE NAO CONFERE    *
000240*                    MAIS.                                 *
000250* 2026-10-15 EBC     O CLIXNOM DO AMBIENTE DE TESTE E      *
000260*                    GRAVADO PELO CLIMASK, A PARTIR DO     *
000270*                    MESTRE JA MASCARADO.                  *
000280*----------------------------------------------------------*
000290 01  XNM-REGISTRO.
000300     05  XNM-CHAVE.
000310         10  XNM-AGENCIA      PICTURE 9(04).
000320         10  XNM-NOME         PICTURE X(20).
000330         10  XNM-CLI-ID       PICTURE 9(06).
000340     05  FILLER               PICTURE X(10) VALUE SPACES.
