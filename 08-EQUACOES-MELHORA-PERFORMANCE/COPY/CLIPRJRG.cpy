000010*----------------------------------------------------------*
000020* CLIPRJRG - LAYOUT DO CADASTRO DE CONTAS BAIXADAS PARA    *
000030*            PREJUIZO (CLIPREJ), CHAVEADO PELO CLIENTE     *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - A PASSADA MENSAL    *
000090*                    CLIBAIXA GRAVA UM REGISTRO POR CONTA  *
000100*                    BAIXADA (VALOR DA DIVIDA NA DATA DA   *
000110*                    BAIXA E DIAS DEVEDORES); O CLIMOVTO   *
000120*                    SOMA EM PRJ-VALOR-RECUPERADO O QUE    *
000130*                    ENTRA DEPOIS NA CONTA E QUITA O       *
000140*                    REGISTRO ("Q") QUANDO A DIVIDA E      *
000150*                    COBERTA; PRJ-RECUP-CONTABIL GUARDA O  *
000160*                    QUANTO DA RECUPERACAO JA FOI AO       *
000170*                    CLIGLEX PELO CLIBAIXA.                *
000180*----------------------------------------------------------*
000190 01  PRJ-REGISTRO.
000200     05  PRJ-CLI-ID           PICTURE 9(06).
000210     05  PRJ-AGENCIA          PICTURE 9(04).
000220     05  PRJ-MOEDA            PICTURE X(03).
000230     05  PRJ-DATA-BAIXA       PICTURE 9(08).
000240     05  PRJ-DIAS-DEVEDOR     PICTURE 9(04).
000250     05  PRJ-VALOR-BAIXADO    PICTURE 9(10).
000260     05  PRJ-VALOR-RECUPERADO PICTURE 9(10).
000270     05  PRJ-RECUP-CONTABIL   PICTURE 9(10).
000280     05  PRJ-DATA-ULT-RECUP   PICTURE 9(08).
000290     05  PRJ-SITUACAO         PICTURE X(01).
000300         88  PRJ-EM-ABERTO                   VALUE "A".
000310         88  PRJ-QUITADA                     VALUE "Q".
000320     05  FILLER               PICTURE X(16) VALUE SPACES.
