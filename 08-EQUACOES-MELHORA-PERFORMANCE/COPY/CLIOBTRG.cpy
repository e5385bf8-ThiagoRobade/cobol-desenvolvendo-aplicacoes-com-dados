000010*----------------------------------------------------------*
000020* CLIOBTRG - LAYOUT DO REGISTRO DE OBITO DE TITULAR        *
000030*            (CLIOBITO), CHAVEADO POR CLIENTE + NUMERO DA  *
000040*            OCORRENCIA NA CONTA                           *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - A COMUNICACAO DE    *
000100*                    OBITO (CLIMAINT, FUNCAO "F", SO       *
000110*                    SUPERVISOR) GRAVA AQUI O TITULAR      *
000120*                    FALECIDO COMO ESTAVA NA CONTA         *
000130*                    (SEQUENCIA 00 = PRINCIPAL, DEMAIS =   *
000140*                    CLITITU), A DATA DO OBITO, A CERTIDAO *
000150*                    E O TRATAMENTO DADO A CONTA: "C"      *
000160*                    TITULAR UNICO, CONTA CONGELADA        *
000170*                    (CLI-STATUS "F"); "R" TITULAR         *
000180*                    ADICIONAL RETIRADO; "S" PRINCIPAL     *
000190*                    SUCEDIDO PELO TITULAR ADICIONAL DE    *
000200*                    OBT-SEQ-SUCESSOR. O LOTE CLIESPOL     *
000210*                    EMITE A POSICAO DO ESPOLIO NA DATA DO *
000220*                    OBITO DOS REGISTROS PENDENTES ("P") E *
000230*                    OS MARCA COMO EMITIDOS ("E").         *
000240*----------------------------------------------------------*
000250 01  OBT-REGISTRO.
000260     05  OBT-CHAVE.
000270         10  OBT-CLI-ID       PICTURE 9(06).
000280         10  OBT-NUMERO       PICTURE 9(02).
000290     05  OBT-SEQ-TITULAR      PICTURE 9(02).
000300     05  OBT-NOME             PICTURE X(20).
000310     05  OBT-DOCUMENTO        PICTURE 9(14).
000320     05  OBT-TIPO-DOC         PICTURE X(01).
000330     05  OBT-DATA-OBITO       PICTURE 9(08).
000340     05  OBT-CERTIDAO         PICTURE X(20).
000350     05  OBT-DATA-COMUNICACAO PICTURE 9(08).
000360     05  OBT-OPERADOR         PICTURE X(08).
000370     05  OBT-TRATAMENTO       PICTURE X(01).
000380         88  OBT-CONTA-CONGELADA             VALUE "C".
000390         88  OBT-TITULAR-RETIRADO            VALUE "R".
000400         88  OBT-PRINCIPAL-SUCEDIDO          VALUE "S".
000410     05  OBT-SEQ-SUCESSOR     PICTURE 9(02).
000420     05  OBT-SITUACAO-REL     PICTURE X(01).
000430         88  OBT-RELATORIO-PENDENTE          VALUE "P".
000440         88  OBT-RELATORIO-EMITIDO           VALUE "E".
000450     05  OBT-DATA-RELATORIO   PICTURE 9(08).
000460     05  FILLER               PICTURE X(09) VALUE SPACES.
