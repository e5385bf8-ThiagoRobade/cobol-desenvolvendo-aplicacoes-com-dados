000010*----------------------------------------------------------*
000020* CLIRETRG - LAYOUT DA FILA DE RETENCAO DE MOVIMENTOS      *
000030*            (CLIRETQ), CHAVEADA PELA DATA DO LOTE + ITEM  *
000040*            DO CLIMOVD                                    *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - O CLIMOVTO GRAVA    *
000100*                    AQUI, COM A IMAGEM COMPLETA DO        *
000110*                    REGISTRO DO CLIMOVD E A REGRA DO      *
000120*                    CLIRETP QUE O SEGUROU, O MOVIMENTO    *
000130*                    RETIDO PARA O COMPLIANCE ("P"). NO    *
000140*                    RETMNT O SUPERVISOR LIBERA ("L") OU   *
000150*                    RECUSA ("R", COM MOTIVO). NA          *
000160*                    EXECUCAO SEGUINTE O CLIMOVTO APLICA O *
000170*                    LIBERADO ("A") E MANDA O RECUSADO     *
000180*                    PARA O CLIMOVR ("D"); O LIBERADO QUE  *
000190*                    NAO PASSAR MAIS NA CRITICA TAMBEM VAI *
000200*                    PARA O CLIMOVR ("D", COM O CODIGO DA  *
000210*                    CRITICA EM RET-COD-BAIXA).            *
000220*----------------------------------------------------------*
000230 01  RET-REGISTRO.
000240     05  RET-CHAVE.
000250         10  RET-DATA         PICTURE 9(08).
000260         10  RET-ITEM         PICTURE 9(06).
000270     05  RET-MOVIMENTO.
000280         10  RET-MOV-TIPO     PICTURE X(01).
000290         10  RET-MOV-CLIENTE  PICTURE 9(06).
000300         10  RET-MOV-DESTINO  PICTURE 9(06).
000310         10  RET-MOV-VALOR    PICTURE 9(10).
000320         10  FILLER           PICTURE X(57).
000330     05  RET-REGRA            PICTURE X(01).
000340         88  RET-REGRA-VALOR                 VALUE "V".
000350         88  RET-REGRA-REATIVADA             VALUE "R".
000360         88  RET-REGRA-DESTINO-NOVO          VALUE "N".
000370     05  RET-STATUS           PICTURE X(01).
000380         88  RET-PENDENTE                    VALUE "P".
000390         88  RET-LIBERADO                    VALUE "L".
000400         88  RET-RECUSADO                    VALUE "R".
000410         88  RET-APLICADO                    VALUE "A".
000420         88  RET-DEVOLVIDO                   VALUE "D".
000430     05  RET-OPERADOR-DEC     PICTURE X(08).
000440     05  RET-DATA-DEC         PICTURE 9(08).
000450     05  RET-HORA-DEC         PICTURE 9(06).
000460     05  RET-MOTIVO-DEC       PICTURE X(30).
000470     05  RET-DATA-BAIXA       PICTURE 9(08).
000480     05  RET-COD-BAIXA        PICTURE 9(02).
000490     05  FILLER               PICTURE X(16).
