000010*----------------------------------------------------------*
000020* CLIFRQRG - LAYOUT DO CONTADOR MENSAL DE SAQUES DA        *
000030*            FRANQUIA (CLIFRANQ), CHAVEADO POR CLIENTE     *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - O CLIMOVTO CONTA OS *
000090*                    SAQUES APLICADOS DO CLIENTE NO MES    *
000100*                    (FRQ-ANO-MES) E COBRA A TARIFA DE     *
000110*                    SAQUE (TABELA CLITARFA) A PARTIR DO   *
000120*                    PRIMEIRO SAQUE ALEM DA FRANQUIA DO    *
000130*                    TIPO DE CONTA. MES NOVO ZERA O        *
000140*                    CONTADOR.                             *
000150*----------------------------------------------------------*
000160 01  FRQ-REGISTRO.
000170     05  FRQ-CLI-ID           PICTURE 9(06).
000180     05  FRQ-ANO-MES          PICTURE 9(06).
000190     05  FRQ-QTD-SAQUES       PICTURE 9(04).
000200     05  FILLER               PICTURE X(04) VALUE SPACES.
