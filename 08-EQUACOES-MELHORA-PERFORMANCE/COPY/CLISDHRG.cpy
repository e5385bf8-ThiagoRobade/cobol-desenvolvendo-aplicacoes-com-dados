000010*----------------------------------------------------------*
000020* CLISDHRG - LAYOUT DO HISTORICO DE SALDOS DE FIM DE DIA   *
000030*            (CLISDHST), CHAVEADO POR CLIENTE + DATA       *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - O CLISDFOT GRAVA,   *
000090*                    AO FIM DO CLIBATCH, UMA FOTO DO SALDO *
000100*                    DE CADA CONTA NA DATA DO LOTE (A DO   *
000110*                    CLICTRL); O CLIDECL E O CLIDOCRP      *
000120*                    RESPONDEM O SALDO EM DATA PASSADA COM *
000130*                    A ULTIMA FOTO ATE A DATA PEDIDA (DIA  *
000140*                    SEM LOTE REPETE O SALDO DO ANTERIOR). *
000150*                    O CLISDARQ EXPURGA AS FOTOS ANTIGAS   *
000160*                    PARA O ARQUIVO ANUAL CLISDANL, NO     *
000170*                    MESMO LAYOUT.                         *
000180*----------------------------------------------------------*
000190 01  SDH-REGISTRO.
000200     05  SDH-CHAVE.
000210         10  SDH-CLI-ID       PICTURE 9(06).
000220         10  SDH-DATA         PICTURE 9(08).
000230     05  SDH-AGENCIA          PICTURE 9(04).
000240     05  SDH-MOEDA            PICTURE X(03).
000250     05  SDH-STATUS           PICTURE X(01).
000260     05  SDH-SALDO            PICTURE S9(10).
000270     05  SDH-DOCUMENTO        PICTURE 9(14).
000280     05  FILLER               PICTURE X(14) VALUE SPACES.
