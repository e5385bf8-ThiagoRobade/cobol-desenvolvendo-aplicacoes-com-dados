000010*----------------------------------------------------------*
000020* CLICORRG - LAYOUT DO ITEM DE CORRESPONDENCIA (CLICORR):  *
000030*            UM DOCUMENTO IMPRESSO QUE VAI AO CORREIO, A   *
000040*            CONSOLIDAR EM ENVELOPE PELO CLIENVEL          *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - O CLICARTA          *
000100*                    (CARTAS), O CLIRECLA (CARTRCL), O     *
000110*                    CLITXNOT (CARTAXA), O CLIDECL         *
000120*                    (DECLAR) E O CLIEXTM (RELEXTM)        *
000130*                    ACRESCENTAM AQUI UMA LINHA POR        *
000140*                    DOCUMENTO IMPRESSO; COR-REFERENCIA E  *
000150*                    A ORDEM DO DOCUMENTO NO ARQUIVO DE    *
000160*                    IMPRESSAO DA EXECUCAO (NA DECLAR, O   *
000170*                    NUMERO DA DECLARACAO). O CLIENVEL     *
000180*                    AGRUPA OS ITENS DO DIA POR ENDERECO,  *
000190*                    MONTA O MANIFESTO DO FORNECEDOR DE    *
000200*                    IMPRESSAO E ESVAZIA O ARQUIVO.        *
000210* 2026-10-15 EBC     O CLIAGTRF (CARTTRF), O CLIRECAD      *
000220*                    (CARTRCD) E O CLIMAIOR (CARTMAI)      *
000230*                    TAMBEM PASSAM A ANOTAR AQUI CADA      *
000240*                    CARTA IMPRESSA.                       *
000250*----------------------------------------------------------*
000260 01  COR-REGISTRO.
000270     05  COR-DATA             PICTURE 9(08).
000280     05  FILLER               PICTURE X(01) VALUE SPACES.
000290     05  COR-ARQUIVO          PICTURE X(08).
000300     05  FILLER               PICTURE X(01) VALUE SPACES.
000310     05  COR-ESPECIE          PICTURE X(01).
000320         88  COR-CARTA                       VALUE "C".
000330         88  COR-DECLARACAO                  VALUE "D".
000340         88  COR-EXTRATO                     VALUE "E".
000350     05  FILLER               PICTURE X(01) VALUE SPACES.
000360     05  COR-REFERENCIA       PICTURE 9(06).
000370     05  FILLER               PICTURE X(01) VALUE SPACES.
000380     05  COR-CLIENTE          PICTURE 9(06).
000390     05  FILLER               PICTURE X(01) VALUE SPACES.
000400     05  COR-AGENCIA          PICTURE 9(04).
000410     05  FILLER               PICTURE X(01) VALUE SPACES.
000420     05  COR-PAGINAS          PICTURE 9(03).
000430     05  FILLER               PICTURE X(08) VALUE SPACES.
