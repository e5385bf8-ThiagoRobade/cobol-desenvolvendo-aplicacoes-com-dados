000010*----------------------------------------------------------*
000020* CLIAJURG - LAYOUT DO AJUSTE DE SALDO APROVADO A ESPERA   *
000030*            DE LANCAMENTO (CLIAJPND)                      *
000040*----------------------------------------------------------*
000050* HISTORICO DE ALTERACOES                                  *
000060*----------------------------------------------------------*
000070* DATA       AUTOR   DESCRICAO                             *
000080* 2026-10-15 EBC     COPYBOOK CRIADO - A CORRECAO DE SALDO *
000090*                    DEIXA DE SER UM CLI-SALDO NOVO        *
000100*                    DIGITADO NA ALTERACAO DO CLIMAINT E   *
000110*                    VIRA UM AJUSTE (FUNCAO "J"): MOTIVO   *
000120*                    OBRIGATORIO, NATUREZA (CREDITO OU     *
000130*                    DEBITO) E VALOR, DIGITADO POR UM      *
000140*                    OPERADOR E APROVADO POR UM SUPERVISOR *
000150*                    DIFERENTE. O AJUSTE APROVADO ESPERA   *
000160*                    AQUI O LOTE CLIAJUST, QUE O LANCA NO  *
000170*                    MESTRE COM LINHA DE AUDITORIA DE      *
000180*                    ORIGEM "A".                           *
000190* 2026-10-15 EBC     A FILA VIRA UM REGISTRO INDEXADO,     *
000200*                    CHAVEADO POR CLIENTE + DATA + HORA DA *
000210*                    DIGITACAO, COM A SITUACAO DO AJUSTE   *
000220*                    (AJU-SITUACAO: PENDENTE "P", LANCADO  *
000230*                    "L" OU RECUSADO "R", COM A DATA DO    *
000240*                    LANCAMENTO E O MOTIVO DA RECUSA), NOS *
000250*                    MOLDES DO CLIESTOR. O CLIAJUST SO     *
000260*                    LANCA O PENDENTE E REGRAVA CADA       *
000270*                    AJUSTE NA HORA EM QUE O TRATA, SEM    *
000280*                    ESVAZIAR O ARQUIVO NO FIM: UM         *
000290*                    REINICIO NAO LANCA DE NOVO O QUE JA   *
000300*                    FOI LANCADO E O AJUSTE DIGITADO       *
000310*                    DURANTE O LOTE NAO SE PERDE. REGISTRO *
000320*                    DE 120 BYTES.                         *
000330*----------------------------------------------------------*
000340 01  AJU-REGISTRO.
000350     05  AJU-CHAVE.
000360         10  AJU-CLIENTE      PICTURE 9(06).
000370         10  AJU-DATA         PICTURE 9(08).
000380         10  AJU-HORA         PICTURE 9(06).
000390     05  AJU-MOTIVO           PICTURE 9(02).
000400         88  AJU-MOTIVO-VALIDO               VALUE 01 THRU 06.
000410         88  AJU-ERRO-LANCAMENTO             VALUE 01.
000420         88  AJU-TARIFA-INDEVIDA             VALUE 02.
000430         88  AJU-JUROS-INDEVIDOS             VALUE 03.
000440         88  AJU-ACORDO-COMERCIAL            VALUE 04.
000450         88  AJU-DETERMINACAO-JUDICIAL       VALUE 05.
000460         88  AJU-CONVERSAO-SISTEMA           VALUE 06.
000470     05  AJU-NATUREZA         PICTURE X(01).
000480         88  AJU-CREDITO                     VALUE "C".
000490         88  AJU-DEBITO                      VALUE "D".
000500     05  AJU-VALOR            PICTURE 9(10).
000510     05  AJU-OPERADOR         PICTURE X(08).
000520     05  AJU-APROVADOR        PICTURE X(08).
000530     05  AJU-HISTORICO        PICTURE X(30).
000540     05  AJU-SITUACAO         PICTURE X(01).
000550         88  AJU-PENDENTE                    VALUE "P".
000560         88  AJU-LANCADO                     VALUE "L".
000570         88  AJU-RECUSADO                    VALUE "R".
000580     05  AJU-DATA-LANCAMENTO  PICTURE 9(08).
000590     05  AJU-MOTIVO-RECUSA    PICTURE X(24).
000600     05  FILLER               PICTURE X(08) VALUE SPACES.
