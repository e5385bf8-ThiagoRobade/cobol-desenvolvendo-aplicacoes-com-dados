000350*                    COM O SALDO USADO). LETRAS DE          *
000360*                    AUD-ORIGEM EM USO INCLUEM O "D" DA     *
000370*                    DORMENCIA (CLIDORMI).                  *
000380* 2026-10-15 EBC     NOVA ORIGEM "A" - AJUSTE DE SALDO      *
000390*                    APROVADO (CLIAJUST): TAXA ZERADA,      *
000400*                    AUD-JUROS-DIA COM O VALOR DO AJUSTE    *
000410*                    (COM SINAL) E AUD-SALDO-BASE ZERADO.   *
000420* 2026-10-15 EBC     NOVA ORIGEM "G" - TROCA DE AGENCIA     *
000430*                    (CLIAGTRF): SALDO ANTERIOR E NOVO      *
000440*                    IGUAIS; TAXA, AUD-JUROS-DIA E          *
000450*                    AUD-SALDO-BASE ZERADOS. AS AGENCIAS DE *
000460*                    ORIGEM E DESTINO FICAM NO CLITRAG E    *
000470*                    NO CLITRMV.                            *
000480* 2026-10-15 EBC     NOVA ORIGEM "X" - DEVOLUCAO DE TED/DOC *
000490*                    CREDITADA DE VOLTA (CLITEDDV): TAXA    *
000500*                    ZERADA, AUD-JUROS-DIA COM O VALOR      *
000510*                    DEVOLVIDO E AUD-SALDO-BASE ZERADO. O   *
000520*                    DEBITO ORIGINAL E UMA LINHA "M" DO     *
000530*                    CLIMOVTO; O MOTIVO FICA NO CLITEDH.    *
000540* 2026-10-15 EBC     NOVA ORIGEM "V" - TARIFA AVULSA POR    *
000550*                    EVENTO (CLIMOVTO): SAQUE ALEM DA       *
000560*                    FRANQUIA, TRANSFERENCIA, TED/DOC,      *
000570*                    ESTORNO DE CHEQUE E DECLARACAO DE      *
000580*                    SALDO. TAXA ZERADA, AUD-JUROS-DIA COM  *
000590*                    A TARIFA NEGATIVA E AUD-SALDO-BASE     *
000600*                    ZERADO.                                *
000610* 2026-10-15 EBC     NOVA ORIGEM "I" - IOF DO CHEQUE        *
000620*                    ESPECIAL COBRADO NO MES (CLIIOF): TAXA *
000630*                    ZERADA, AUD-JUROS-DIA COM O IOF        *
000640*                    NEGATIVO E AUD-SALDO-BASE ZERADO. O    *
000650*                    DETALHE DIA A DIA FICA NO CLIIOFAC ATE *
000660*                    A COBRANCA E NO EXTRATO CLIIOFX.       *
000670* 2026-10-15 EBC     NOVAS ORIGENS "B" - BAIXA PARA         *
000680*                    PREJUIZO (CLIBAIXA): TAXA ZERADA,      *
000690*                    AUD-JUROS-DIA COM A DIVIDA BAIXADA     *
000700*                    (POSITIVO, O SALDO VOLTA A ZERO) E     *
000710*                    AUD-SALDO-BASE ZERADO; E "P" -         *
000720*                    RECUPERACAO DE PREJUIZO (CLIMOVTO): O  *
000730*                    CREDITO DO MOVIMENTO ENTRA COMO LINHA  *
000740*                    "M" E A PARTE QUE ABATE A DIVIDA SAI   *
000750*                    EM SEGUIDA NA LINHA "P", COM           *
000760*                    AUD-JUROS-DIA NEGATIVO.                *
000770* 2026-10-15 EBC     NOVA ORIGEM "E" - ESTORNO DE           *
000780*                    LANCAMENTO (CLIESTRN), PEDIDO NO       *
000790*                    CLIMAINT E APROVADO POR SUPERVISOR:    *
000800*                    TAXA ZERADA E AUD-JUROS-DIA COM O      *
000810*                    VALOR OPOSTO AO DO LANCAMENTO          *
000820*                    ORIGINAL. NESSA ORIGEM AUD-SALDO-BASE  *
000830*                    DA LUGAR A AUD-REF-ESTORNO, A DATA E A *
000840*                    SEQUENCIA DO LANCAMENTO ESTORNADO NO   *
000850*                    CLIAUDK, QUE CASAM O PAR NO EXTRATO. O *
000860*                    PEDIDO FICA NO CLIESTOR.               *
000870* 2026-10-15 EBC     NOVA ORIGEM "K" - CORRECAO RETROATIVA  *
000880*                    DE JUROS (CLIJRCOR): TAXA ZERADA,      *
000890*                    AUD-JUROS-DIA COM A DIFERENCA LIQUIDA  *
000900*                    LANCADA NA CONTA (ACUMULADO,           *
000910*                    CAPITALIZADO MENOS IRRF E MULTA).      *
000920*                    NESSA ORIGEM AUD-SALDO-BASE DA LUGAR A *
000930*                    AUD-REF-CORRECAO, O PERIODO CORRIGIDO, *
000940*                    QUE IMPEDE UMA SEGUNDA CORRECAO        *
000950*                    SOBREPOSTA DA MESMA CONTA.             *
000960* 2026-10-15 EBC     NOVA ORIGEM "W" - VARREDURA AUTOMATICA *
000970*                    (CLIVAREX): LANCAMENTO QUE LEVA O      *
000980*                    EXCEDENTE DA CONTA PARA A CONTA DE     *
000990*                    DESTINO OU PARA UM CDB NOVO, OU        *
001000*                    RECOMPOE O PISO A PARTIR DA CONTA DE   *
001010*                    DESTINO. TAXA ZERADA, AUD-JUROS-DIA    *
001020*                    COM O VALOR LANCADO (COM SINAL) E      *
001030*                    AUD-SALDO-BASE ZERADO.                 *
001040*----------------------------------------------------------*
001050 01  AUD-REGISTRO.
001060     05  AUD-DATA            PICTURE 9(08).
001070     05  FILLER              PICTURE X(01) VALUE SPACES.
001080     05  AUD-CLIENTE-ID      PICTURE 9(06).
001090     05  FILLER              PICTURE X(01) VALUE SPACES.
001100     05  AUD-SALDO-ANTERIOR  PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001110     05  FILLER              PICTURE X(01) VALUE SPACES.
001120     05  AUD-SALDO-NOVO      PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001130     05  FILLER              PICTURE X(01) VALUE SPACES.
001140     05  AUD-TAXA-APLICADA   PICTURE 9V99.
001150     05  FILLER              PICTURE X(01) VALUE SPACES.
001160     05  AUD-JUROS-DIA       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001170     05  FILLER              PICTURE X(01) VALUE SPACES.
001180     05  AUD-ORIGEM          PICTURE X(01).
001190     05  FILLER              PICTURE X(01) VALUE SPACES.
001200     05  AUD-SALDO-BASE      PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001210     05  AUD-REF-ESTORNO     REDEFINES AUD-SALDO-BASE.
001220         10  AUD-REF-DATA    PICTURE 9(08).
001230         10  AUD-REF-SEQ     PICTURE 9(04).
001240         10  FILLER          PICTURE X(06).
001250     05  AUD-REF-CORRECAO    REDEFINES AUD-SALDO-BASE.
001260         10  AUD-COR-DATA-INICIO PICTURE 9(08).
001270         10  AUD-COR-DATA-FIM    PICTURE 9(08).
001280         10  FILLER          PICTURE X(02).
001290     05  FILLER              PICTURE X(03) VALUE SPACES.
