000010*----------------------------------------------------------*
000020* CLIRTPRG - LAYOUT DAS REGRAS DE RETENCAO PARA O          *
000030*            COMPLIANCE (ARQUIVO CLIRETP, UM REGISTRO SO)  *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - O CLIMOVTO DESVIA   *
000090*                    PARA A FILA DE RETENCAO CLIRETQ, EM   *
000100*                    VEZ DE APLICAR, O MOVIMENTO JA        *
000110*                    CRITICADO QUE CAIR EM UMA DAS REGRAS: *
000120*                    SAQUE ACIMA DE RTP-LIMITE-SAQUE;      *
000130*                    TRANSFERENCIA OU TED/DOC ACIMA DE     *
000140*                    RTP-LIMITE-TRANSF; DEBITO EM CONTA    *
000150*                    REATIVADA DA DORMENCIA HA ATE         *
000160*                    RTP-DIAS-REATIVACAO DIAS;             *
000170*                    TRANSFERENCIA PARA CONTA ABERTA HA    *
000180*                    ATE RTP-DIAS-ABERTURA DIAS. REGRA     *
000190*                    ZERADA ESTA DESLIGADA. MANTIDO PELO   *
000200*                    RETMNT (SUPERVISOR, LOGADO NO         *
000210*                    CLIMLOG).                             *
000220*----------------------------------------------------------*
000230 01  RTP-REGISTRO.
000240     05  RTP-LIMITE-SAQUE     PICTURE 9(10).
000250     05  RTP-LIMITE-TRANSF    PICTURE 9(10).
000260     05  RTP-DIAS-REATIVACAO  PICTURE 9(03).
000270     05  RTP-DIAS-ABERTURA    PICTURE 9(03).
000280     05  RTP-DATA-ALTERACAO   PICTURE 9(08).
000290     05  RTP-OPERADOR         PICTURE X(08).
000300     05  FILLER               PICTURE X(18).
