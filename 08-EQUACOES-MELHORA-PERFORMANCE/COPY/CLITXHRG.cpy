000010*----------------------------------------------------------*
000020* CLITXHRG - LAYOUT DO HISTORICO DE TAXAS DE CAMBIO E      *
000030*            INDICES (ARQUIVO CLITXHS), CHAVEADO POR TIPO  *
000040*            E DATA DA TAXA                                *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - UM REGISTRO POR DIA *
000100*                    DE CADA ARQUIVO OFICIAL CARREGADO     *
000110*                    PELO CLITXCAR: TIPO "C" = CAMBIO      *
000120*                    (VALOR-1 USD, VALOR-2 EUR, DO         *
000130*                    CLIFXRT), TIPO "I" = INDICE (VALOR-1  *
000140*                    TR, VALOR-2 CDI, DO CLIINDX). GUARDA  *
000150*                    O VALOR ANTERIOR (O QUE ESTAVA EM     *
000160*                    VIGOR), O NOVO E A VARIACAO EM        *
000170*                    PERCENTUAL. DENTRO DA TOLERANCIA DO   *
000180*                    CLITXPR A TAXA E CARREGADA NA HORA    *
000190*                    ("A"); FORA DELA FICA RETIDA ("P")    *
000200*                    ATE O SUPERVISOR CONFIRMAR ("C") OU   *
000210*                    RECUSAR ("R", COM MOTIVO) NO TAXMNT.  *
000220*                    A CONFIRMADA E CARREGADA NA EXECUCAO  *
000230*                    SEGUINTE DO CLITXCAR ("F"). OS DIAS   *
000240*                    QUE CHEGAM DEPOIS DE UM DIA RETIDO    *
000250*                    FICAM EM ESPERA ("E") E SO SAO        *
000260*                    MEDIDOS E CARREGADOS, EM ORDEM,       *
000270*                    QUANDO O RETIDO FOR DECIDIDO.         *
000280*----------------------------------------------------------*
000290 01  TXH-REGISTRO.
000300     05  TXH-CHAVE.
000310         10  TXH-TIPO         PICTURE X(01).
000320             88  TXH-CAMBIO                  VALUE "C".
000330             88  TXH-INDICE                  VALUE "I".
000340         10  TXH-DATA         PICTURE 9(08).
000350     05  TXH-ANT-DATA         PICTURE 9(08).
000360     05  TXH-ANT-VALOR-1      PICTURE 9(04)V9(04).
000370     05  TXH-ANT-VALOR-2      PICTURE 9(04)V9(04).
000380     05  TXH-NOVO-VALOR-1     PICTURE 9(04)V9(04).
000390     05  TXH-NOVO-VALOR-2     PICTURE 9(04)V9(04).
000400     05  TXH-VARIACAO-1       PICTURE 9(05)V99.
000410     05  TXH-VARIACAO-2       PICTURE 9(05)V99.
000420     05  TXH-SITUACAO         PICTURE X(01).
000430         88  TXH-CARREGADA                   VALUE "A".
000440         88  TXH-PENDENTE                    VALUE "P".
000450         88  TXH-CONFIRMADA                  VALUE "C".
000460         88  TXH-CARREGADA-CONF              VALUE "F".
000470         88  TXH-RECUSADA                    VALUE "R".
000480         88  TXH-EM-ESPERA                   VALUE "E".
000490     05  TXH-DATA-CARGA       PICTURE 9(08).
000500     05  TXH-HORA-CARGA       PICTURE 9(06).
000510     05  TXH-APROVADOR        PICTURE X(08).
000520     05  TXH-DATA-DEC         PICTURE 9(08).
000530     05  TXH-HORA-DEC         PICTURE 9(06).
000540     05  TXH-MOTIVO-DEC       PICTURE X(30).
000550     05  FILLER               PICTURE X(20).
