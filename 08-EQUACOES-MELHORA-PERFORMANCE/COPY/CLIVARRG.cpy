000010*----------------------------------------------------------*
000020* CLIVARRG - LAYOUT DA REGRA DE VARREDURA AUTOMATICA       *
000030*            (APLICACAO/RESGATE AUTOMATICO, ARQUIVO        *
000040*            CLIVARR), CHAVEADO PELA CONTA DE ORIGEM       *
000050*----------------------------------------------------------*
000060* HISTORICO DE ALTERACOES                                  *
000070*----------------------------------------------------------*
000080* DATA       AUTOR   DESCRICAO                             *
000090* 2026-10-15 EBC     COPYBOOK CRIADO - UMA REGRA POR       *
000100*                    CONTA, MANTIDA PELO VARMNT: O SALDO   *
000110*                    DISPONIVEL ACIMA DO PISO VAI PARA A   *
000120*                    CONTA DE DESTINO ("C") OU VIRA UM CDB *
000130*                    NOVO NOS TERMOS DA REGRA ("P"); COM O *
000140*                    SALDO ABAIXO DO GATILHO (ZERO = SO    *
000150*                    QUANDO NEGATIVO) A CONTA E RECOMPOSTA *
000160*                    ATE O PISO - PELA CONTA DE DESTINO OU *
000170*                    PELO PEDIDO DE RESGATE ANTECIPADO DOS *
000180*                    CDBS DO CLIENTE. QUEM EXECUTA E O     *
000190*                    LOTE CLIVAREX, DEPOIS DO CLIMOVTO E   *
000200*                    ANTES DO LOTE DE JUROS.               *
000210*----------------------------------------------------------*
000220 01  VAR-REGISTRO.
000230     05  VAR-CLI-ID           PICTURE 9(06).
000240     05  VAR-DESTINO          PICTURE X(01).
000250         88  VAR-PARA-CONTA                  VALUE "C".
000260         88  VAR-PARA-CDB                    VALUE "P".
000270     05  VAR-CONTA-DEST       PICTURE 9(06).
000280     05  VAR-CDB-FATOR        PICTURE 9V99.
000290     05  VAR-CDB-FATOR-RESGATE PICTURE 9V99.
000300     05  VAR-CDB-PRAZO        PICTURE 9(04).
000310     05  VAR-PISO             PICTURE 9(10).
000320     05  VAR-GATILHO          PICTURE 9(10).
000330     05  VAR-STATUS           PICTURE X(01).
000340         88  VAR-ATIVA                       VALUE "A".
000350         88  VAR-CANCELADA                   VALUE "C".
000360     05  VAR-DATA-INCLUSAO    PICTURE 9(08).
000370     05  VAR-OPERADOR         PICTURE X(08).
000380     05  FILLER               PICTURE X(15) VALUE SPACES.
