000010*----------------------------------------------------------*
000020* CLITEDRG - LAYOUT DA TRANSFERENCIA PARA OUTRO BANCO      *
000030*            (TED/DOC): ITEM DA FILA CLITEDP, GRAVADA PELO *
000040*            CLIMOVTO, E DO HISTORICO CLITEDH, CHAVEADO    *
000050*            PELO NUMERO DO ITEM                           *
000060*----------------------------------------------------------*
000070* HISTORICO DE ALTERACOES                                  *
000080*----------------------------------------------------------*
000090* DATA       AUTOR   DESCRICAO                             *
000100* 2026-10-15 EBC     COPYBOOK CRIADO - O MOVIMENTO "X" DO  *
000110*                    CLIMOVD (TED/DOC PARA OUTRO BANCO) E  *
000120*                    DEBITADO PELO CLIMOVTO E ENFILEIRADO  *
000130*                    NO CLITEDP (SITUACAO "P"); O CLITEDRM *
000140*                    MONTA A REMESSA PARA A COMPENSACAO E  *
000150*                    PASSA O ITEM PARA O CLITEDH COMO      *
000160*                    ENVIADO ("E"); O CLITEDDV CREDITA DE  *
000170*                    VOLTA OS ITENS DEVOLVIDOS PELO BANCO  *
000180*                    RECEBEDOR ("D", COM DATA E MOTIVO).   *
000190*                    O NUMERO DO ITEM E A DATA DO DEBITO   *
000200*                    SEGUIDA DA POSICAO DO MOVIMENTO NO    *
000210*                    CLIMOVD DO DIA.                       *
000220*----------------------------------------------------------*
000230 01  TED-REGISTRO.
000240     05  TED-NUMERO           PICTURE 9(14).
000250     05  TED-DATA-DEBITO      PICTURE 9(08).
000260     05  TED-CLIENTE          PICTURE 9(06).
000270     05  TED-AGENCIA          PICTURE 9(04).
000280     05  TED-VALOR            PICTURE 9(10).
000290     05  TED-MODALIDADE       PICTURE X(01).
000300         88  TED-MODAL-TED                   VALUE "T".
000310         88  TED-MODAL-DOC                   VALUE "D".
000320     05  TED-BANCO-DEST       PICTURE 9(03).
000330     05  TED-AGENCIA-DEST     PICTURE 9(04).
000340     05  TED-CONTA-DEST       PICTURE 9(12).
000350     05  TED-DOC-DEST         PICTURE 9(14).
000360     05  TED-TIPO-DOC-DEST    PICTURE X(01).
000370     05  TED-SITUACAO         PICTURE X(01).
000380         88  TED-NA-FILA                     VALUE "P".
000390         88  TED-ENVIADA                     VALUE "E".
000400         88  TED-DEVOLVIDA                   VALUE "D".
000410     05  TED-REMESSA          PICTURE 9(06).
000420     05  TED-DATA-REMESSA     PICTURE 9(08).
000430     05  TED-DATA-DEVOLUCAO   PICTURE 9(08).
000440     05  TED-MOTIVO-DEV       PICTURE 9(02).
000450     05  FILLER               PICTURE X(18) VALUE SPACES.
