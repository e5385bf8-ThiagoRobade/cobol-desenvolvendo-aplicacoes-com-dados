000010*----------------------------------------------------------*
000020* CLITRFRG - LAYOUT DO PEDIDO DE TROCA DE AGENCIA          *
000030*            (CLITRAG), CHAVEADO POR CLIENTE               *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - A AGENCIA DO        *
000090*                    CLIENTE, ATE AQUI FIXADA NA INCLUSAO, *
000100*                    PASSA A SER TROCADA POR PEDIDO:       *
000110*                    DIGITADO PELO SUPERVISOR NO AGTMNT,   *
000120*                    EFETIVADO PELO LOTE CLIAGTRF NA DATA  *
000130*                    EFETIVA. UM PEDIDO POR CLIENTE; O     *
000140*                    PEDIDO EFETIVADO OU CANCELADO FICA NO *
000150*                    ARQUIVO COMO HISTORICO ATE O PROXIMO. *
000160*----------------------------------------------------------*
000170 01  TRF-REGISTRO.
000180     05  TRF-CLI-ID           PICTURE 9(06).
000190     05  TRF-AGENCIA-ORIGEM   PICTURE 9(04).
000200     05  TRF-AGENCIA-DESTINO  PICTURE 9(04).
000210     05  TRF-DATA-EFETIVA     PICTURE 9(08).
000220     05  TRF-SITUACAO         PICTURE X(01).
000230         88  TRF-PENDENTE                    VALUE "P".
000240         88  TRF-EFETIVADA                   VALUE "E".
000250         88  TRF-CANCELADA                   VALUE "C".
000260         88  TRF-RECUSADA                    VALUE "R".
000270     05  TRF-DATA-SITUACAO    PICTURE 9(08).
000280     05  TRF-OPERADOR         PICTURE X(08).
000290     05  TRF-MOTIVO           PICTURE X(30).
000300     05  TRF-SALDO-MOVIDO     PICTURE S9(10)     COMP.
000310     05  FILLER               PICTURE X(10) VALUE SPACES.
