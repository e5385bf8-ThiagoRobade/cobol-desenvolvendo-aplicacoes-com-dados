000010*----------------------------------------------------------*
000020* CLITFERG - LAYOUT DA TABELA DE TARIFAS POR EVENTO        *
000030*            (CLITARFA): UM REGISTRO POR EVENTO + TIPO DE  *
000040*            CONTA                                         *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - TABELA PUBLICADA DE *
000100*                    TARIFAS AVULSAS, MANTIDA PELO TARMNT  *
000110*                    COM DUPLA APROVACAO (NOS MOLDES DO    *
000120*                    PARMMNT) E COBRADA PELO CLIMOVTO NO   *
000130*                    MESMO LOTE DO MOVIMENTO QUE A GERA    *
000140*                    (AUDITORIA DE ORIGEM "V"). EVENTOS: S *
000150*                    SAQUE ALEM DA FRANQUIA MENSAL (A      *
000160*                    QUANTIDADE DE SAQUES ISENTOS FICA NO  *
000170*                    TFE-FRANQUIA DO EVENTO S), T          *
000180*                    TRANSFERENCIA ENTRE CONTAS, X TED/DOC *
000190*                    PARA OUTRO BANCO, E CHEQUE DEPOSITADO *
000200*                    E DEVOLVIDO (MOVIMENTO "E") E D       *
000210*                    DECLARACAO DE SALDO EMITIDA PELO      *
000220*                    CLIDECL. VALOR ZERO = EVENTO ISENTO.  *
000230*----------------------------------------------------------*
000240 01  TFE-REGISTRO.
000250     05  TFE-EVENTO           PICTURE X(01).
000260         88  TFE-SAQUE                       VALUE "S".
000270         88  TFE-TRANSFERENCIA               VALUE "T".
000280         88  TFE-TED-DOC                     VALUE "X".
000290         88  TFE-CHEQUE-DEVOLVIDO            VALUE "E".
000300         88  TFE-DECLARACAO                  VALUE "D".
000310     05  TFE-TIPO-CONTA       PICTURE X(01).
000320     05  TFE-VALOR            PICTURE 9(06).
000330     05  TFE-FRANQUIA         PICTURE 9(03).
000340     05  FILLER               PICTURE X(09) VALUE SPACES.
