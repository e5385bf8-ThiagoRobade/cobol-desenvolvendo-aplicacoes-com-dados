000010*----------------------------------------------------------*
000020* CLITPDRG - LAYOUT DA TARIFA AVULSA PENDENTE (CLITARPD):  *
000030*            EVENTO OCORRIDO FORA DO LOTE DE MOVIMENTOS,   *
000040*            A COBRAR NA PROXIMA EXECUCAO DO CLIMOVTO      *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - O CLIDECL, QUE SO   *
000100*                    LE O MESTRE, ACRESCENTA AQUI UMA      *
000110*                    LINHA POR DECLARACAO DE SALDO EMITIDA *
000120*                    (EVENTO "D", NUMERO DA DECLARACAO EM  *
000130*                    TPD-REFERENCIA); O CLIMOVTO COBRA AS  *
000140*                    PENDENTES DEPOIS DOS MOVIMENTOS DO    *
000150*                    DIA E ESVAZIA O ARQUIVO.              *
000160*----------------------------------------------------------*
000170 01  TPD-REGISTRO.
000180     05  TPD-DATA             PICTURE 9(08).
000190     05  FILLER               PICTURE X(01) VALUE SPACES.
000200     05  TPD-CLIENTE          PICTURE 9(06).
000210     05  FILLER               PICTURE X(01) VALUE SPACES.
000220     05  TPD-EVENTO           PICTURE X(01).
000230     05  FILLER               PICTURE X(01) VALUE SPACES.
000240     05  TPD-REFERENCIA       PICTURE 9(06).
000250     05  FILLER               PICTURE X(01) VALUE SPACES.
000260     05  TPD-OPERADOR         PICTURE X(08).
000270     05  FILLER               PICTURE X(07) VALUE SPACES.
