000010*----------------------------------------------------------*
000020* CLIESTRG - LAYOUT DO REGISTRO DE ESTORNOS DE LANCAMENTO  *
000030*            (CLIESTOR), CHAVEADO PELA CHAVE DO LANCAMENTO *
000040*            ORIGINAL NA TRILHA CHAVEADA CLIAUDK           *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - O ESTORNO DE UM     *
000100*                    LANCAMENTO E PEDIDO NO CLIMAINT       *
000110*                    (FUNCAO "X") PELA CHAVE CLIENTE +     *
000120*                    DATA + SEQUENCIA DO CLIAUDK, APROVADO *
000130*                    NA HORA POR UM SUPERVISOR DIFERENTE E *
000140*                    GRAVADO AQUI PENDENTE ("P"). O LOTE   *
000150*                    CLIESTRN LANCA O VALOR OPOSTO COM     *
000160*                    LINHA DE AUDITORIA DE ORIGEM "E" E    *
000170*                    MARCA O PEDIDO LANCADO ("L", COM A    *
000180*                    DATA E A SEQUENCIA DO ESTORNO NO      *
000190*                    CLIAUDK) OU RECUSADO ("R"). COMO A    *
000200*                    CHAVE E A DO LANCAMENTO ORIGINAL, UM  *
000210*                    SEGUNDO ESTORNO DO MESMO LANCAMENTO E *
000220*                    RECUSADO NA GRAVACAO.                 *
000230*----------------------------------------------------------*
000240 01  EST-REGISTRO.
000250     05  EST-CHAVE.
000260         10  EST-CLIENTE      PICTURE 9(06).
000270         10  EST-DATA-ORIG    PICTURE 9(08).
000280         10  EST-SEQ-ORIG     PICTURE 9(04).
000290     05  EST-ORIGEM-ORIG      PICTURE X(01).
000300     05  EST-VALOR-ORIG       PICTURE S9(10)V99.
000310     05  EST-DATA-PEDIDO      PICTURE 9(08).
000320     05  EST-HORA-PEDIDO      PICTURE 9(06).
000330     05  EST-OPERADOR         PICTURE X(08).
000340     05  EST-APROVADOR        PICTURE X(08).
000350     05  EST-HISTORICO        PICTURE X(30).
000360     05  EST-SITUACAO         PICTURE X(01).
000370         88  EST-PENDENTE                    VALUE "P".
000380         88  EST-LANCADO                     VALUE "L".
000390         88  EST-RECUSADO                    VALUE "R".
000400     05  EST-DATA-ESTORNO     PICTURE 9(08).
000410     05  EST-SEQ-ESTORNO      PICTURE 9(04).
000420     05  EST-MOTIVO-RECUSA    PICTURE X(24).
000430     05  FILLER               PICTURE X(12) VALUE SPACES.
