000010*----------------------------------------------------------*
000020* CLISUSRG - LAYOUT DO REGISTRO DE SUSTACAO DE CHEQUE      *
000030*            (CONTRA-ORDEM) DO CLISUST, CHAVEADO POR       *
000040*            CLIENTE + NUMERO DO CHEQUE                    *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - A SUSTACAO DE       *
000100*                    CHEQUE EMITIDO PELO CLIENTE DEIXA DE  *
000110*                    SER CONFERIDA NUMA LISTA DE PAPEL:    *
000120*                    FICA NUM ARQUIVO PROPRIO, MANTIDO     *
000130*                    PELO CLIMAINT (FUNCOES "O" E "N", SO  *
000140*                    SUPERVISOR), E O LOTE CLICHQCP        *
000150*                    DEVOLVE O CHEQUE SUSTADO APRESENTADO  *
000160*                    NA COMPENSACAO (MOTIVO 20, 21 OU 28   *
000170*                    CONFORME O MOTIVO DA SUSTACAO).       *
000180*                    SUSTACAO COM DATA DE CANCELAMENTO     *
000190*                    ZERADA ESTA VIGENTE.                  *
000200*----------------------------------------------------------*
000210 01  SUS-REGISTRO.
000220     05  SUS-CHAVE.
000230         10  SUS-CLI-ID       PICTURE 9(06).
000240         10  SUS-CHEQUE       PICTURE 9(08).
000250     05  SUS-VALOR            PICTURE 9(10).
000260     05  SUS-MOTIVO           PICTURE X(01).
000270         88  SUS-FURTO-ROUBO                 VALUE "R".
000280         88  SUS-EXTRAVIO                    VALUE "E".
000290         88  SUS-DESACORDO                   VALUE "D".
000300         88  SUS-OUTROS                      VALUE "O".
000310         88  SUS-MOTIVO-VALIDO               VALUE "R" "E"
000320                                                   "D" "O".
000330     05  SUS-OCORRENCIA       PICTURE X(20).
000340     05  SUS-DATA-ENTRADA     PICTURE 9(08).
000350     05  SUS-DATA-CANCELAMENTO PICTURE 9(08).
000360     05  SUS-OPERADOR         PICTURE X(08).
000370     05  FILLER               PICTURE X(11) VALUE SPACES.
