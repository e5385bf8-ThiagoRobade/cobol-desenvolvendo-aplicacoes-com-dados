001020*                    DATA INVALIDA NA VIRADA DO MES: A     *
001030*                    SOMA AGORA RESPEITA MES, ANO E        *
001040*                    BISSEXTO (1146/1147).                 *
001050* 2026-10-15 EBC     NOVO MOVIMENTO "X" - TRANSFERENCIA    *
001060*                    PARA OUTRO BANCO (TED/DOC), COM       *
001070*                    BANCO, AGENCIA, CONTA E CPF/CNPJ DO   *
001080*                    FAVORECIDO NO CLIMOVD. PASSA PELA     *
001090*                    MESMA CRITICA DE LIMITE, BLOQUEIO E   *
001100*                    FLOAT DO SAQUE, MAIS A DO FAVORECIDO  *
001110*                    (MOTIVO 75, DOCUMENTO CONFERIDO PELO  *
001120*                    DOCVALID), CONTA EM REAIS (MOTIVO 76) *
001130*                    E FILA DE REMESSA DISPONIVEL (MOTIVO  *
001140*                    77). O DEBITO VAI PARA A FILA CLITEDP *
001150*                    (LAYOUT CLITEDRG), DE ONDE O CLITEDRM *
001160*                    MONTA A REMESSA PARA A COMPENSACAO.   *
001170* 2026-10-15 EBC     TARIFAS AVULSAS POR EVENTO, PELA      *
001180*                    TABELA CLITARFA (MANTIDA PELO TARMNT) *
001190*                    E PELO TIPO DE CONTA DE ORIGEM,       *
001200*                    COBRADAS LOGO APOS O MOVIMENTO QUE AS *
001210*                    GERA (AUDITORIA DE ORIGEM "V", LINHA  *
001220*                    PROPRIA NO RELMOV): SAQUE ALEM DA     *
001230*                    FRANQUIA MENSAL (CONTADOR POR CLIENTE *
001240*                    NO CLIFRANQ), TRANSFERENCIA, TED/DOC  *
001250*                    E ESTORNO DE CHEQUE DEVOLVIDO. AS     *
001260*                    DECLARACOES DE SALDO EMITIDAS PELO    *
001270*                    CLIDECL CHEGAM PELO CLITARPD E SAO    *
001280*                    COBRADAS DEPOIS DOS MOVIMENTOS, COM O *
001290*                    ARQUIVO ESVAZIADO EM SEGUIDA (O ITEM  *
001300*                    999999 DO JORNAL MARCA A FASE COMO    *
001310*                    FEITA PARA O REINICIO). A TARIFA NAO  *
001320*                    PASSA PELA CRITICA DE LIMITE, COMO A  *
001330*                    TARIFA MENSAL DO CLITARIF. TOTAL DE   *
001340*                    TARIFAS NO QUADRO DE CONTROLE.        *
001350* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
001360*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
001370*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
001380* 2026-10-15 EBC     CONTA BAIXADA PARA PREJUIZO           *
001390*                    (CLI-STATUS "P", MARCADO PELO         *
001400*                    CLIBAIXA) SO RECEBE CREDITO: SAQUE,   *
001410*                    TRANSFERENCIA, TED/DOC, ESTORNO E     *
001420*                    DEPOSITO EM CHEQUE SAO REJEITADOS COM *
001430*                    O MOTIVO 47 E A TARIFA PENDENTE E     *
001440*                    DISPENSADA. O DEPOSITO EM DINHEIRO OU *
001450*                    A TRANSFERENCIA RECEBIDA ABATE A      *
001460*                    DIVIDA EM ABERTO NO CLIPREJ: A PARTE  *
001470*                    RECUPERADA SAI DO SALDO NUMA LINHA DE *
001480*                    AUDITORIA "P", APARECE NO RELMOV COMO *
001490*                    TIPO "R" E E TOTALIZADA A PARTE NO    *
001500*                    QUADRO DE CONTROLE, FORA DO TOTAL     *
001510*                    DEPOSITADO.                           *
001520* 2026-10-15 EBC     CONTA CONGELADA POR OBITO DO TITULAR  *
001530*                    UNICO (CLI-STATUS "F", MARCADO PELA   *
001540*                    FUNCAO "F" DO CLIMAINT) NAO RECEBE    *
001550*                    NENHUM LANCAMENTO: DEBITO OU CREDITO  *
001560*                    E REJEITADO COM O MOTIVO 48 E A       *
001570*                    TARIFA PENDENTE E DISPENSADA.         *
001580* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
001590*                    BYTES COM OS CICLOS DE                *
001600*                    RECADASTRAMENTO E A CARENCIA DO       *
001610*                    BLOQUEIO DE SAQUE.                    *
001620* 2026-10-15 EBC     CONTA COM O RECADASTRAMENTO VENCIDO   *
001630*                    (CLI-DATA-PROX-REVISAO) HA MAIS QUE A *
001640*                    CARENCIA DO CLIPARM                   *
001650*                    (PARM-CARENCIA-KYC, PADRAO 3 MESES)   *
001660*                    TEM SAQUE, TRANSFERENCIA E TED/DOC    *
001670*                    REJEITADOS COM O MOTIVO 55 ATE A      *
001680*                    AGENCIA RENOVAR O CADASTRO NO         *
001690*                    CLIMAINT. DEPOSITOS, CREDITOS         *
001700*                    RECEBIDOS, ESTORNOS E TARIFAS SEGUEM  *
001710*                    NORMAIS; CONTA SEM DATA DE REVISAO    *
001720*                    NAO E BLOQUEADA.                      *
001730* 2026-10-15 EBC     FECHAMENTO DO DIA: A APLICACAO SO     *
001740*                    COMECA COM O ULTIMO DIA PROCESSADO    *
001750*                    (CTRL-ULTIMA-DATA DO CLICTRL)         *
001760*                    CERTIFICADO PELO CLIFECHA OU LIBERADO *
001770*                    PELO SUPERVISOR NO FECMNT, CONFORME O *
001780*                    CLIFECCT (1155); SENAO ABORTA COM RC  *
001790*                    16 ANTES DE TOCAR O MESTRE.           *
001800* 2026-10-15 EBC     NOVO MOVIMENTO "Q" - PAGAMENTO DE     *
001810*                    VALOR A RECEBER, GERADO PELO CLISVRRT *
001820*                    A PARTIR DO RETORNO DO REGULADOR:     *
001830*                    DEBITA A CONTA ENCERRADA OU DORMENTE  *
001840*                    (SEM A CRITICA DE ELEGIBILIDADE DOS   *
001850*                    DEMAIS MOVIMENTOS; OUTRA SITUACAO,    *
001860*                    MOTIVO 49) E ENFILEIRA A TED NO       *
001870*                    CLITEDP COMO O MOVIMENTO "X", COM A   *
001880*                    MESMA CRITICA DE FAVORECIDO, BLOQUEIO *
001890*                    E FLOAT, SEM CHEQUE ESPECIAL (LIMITE  *
001900*                    ZERO), SEM A CRITICA DE               *
001910*                    RECADASTRAMENTO E SEM TARIFA. TOTAL E *
001920*                    QUANTIDADE PROPRIOS NO QUADRO DE      *
001930*                    CONTROLE.                             *
001940* 2026-10-15 EBC     RETENCAO PARA O COMPLIANCE: O         *
001950*                    MOVIMENTO QUE PASSA NA CRITICA E CAI  *
001960*                    NUMA REGRA DO CLIRETP (LAYOUT         *
001970*                    CLIRTPRG) - SAQUE OU TRANSFERENCIA/   *
001980*                    TED ACIMA DO LIMITE POR ITEM, DEBITO  *
001990*                    EM CONTA REATIVADA DA DORMENCIA HA    *
002000*                    POUCOS DIAS, TRANSFERENCIA PARA CONTA *
002010*                    ABERTA HA POUCOS DIAS - NAO E         *
002020*                    APLICADO: VAI PARA A FILA CLIRETQ     *
002030*                    (LAYOUT CLIRETRG), COM LINHA "RET-"   *
002040*                    NO RELMOV E JORNAL PARA O REINICIO.   *
002050*                    SEM A FILA, O MOVIMENTO RETIDO E      *
002060*                    REJEITADO (MOTIVO 83). DEPOIS DOS     *
002070*                    MOVIMENTOS DO DIA, OS ITENS QUE O     *
002080*                    SUPERVISOR DECIDIU NO RETMNT SAO      *
002090*                    BAIXADOS DA FILA: O LIBERADO PASSA DE *
002100*                    NOVO PELA CRITICA E E APLICADO, O     *
002110*                    RECUSADO VAI PARA O CLIMOVR COM O     *
002120*                    MOTIVO DADO PELO COMPLIANCE (CODIGO   *
002130*                    85). QUANTIDADES NO QUADRO DE         *
002140*                    CONTROLE.                             *
002150* 2026-10-15 EBC     CONTROLE DE LOTE NO CLIMOVD (LAYOUT   *
002160*                    CLIMVCRG): ANTES DE APLICAR QUALQUER  *
002170*                    MOVIMENTO, O 1200 LE O ARQUIVO        *
002180*                    INTEIRO E CONFERE CADA LOTE ENTRE     *
002190*                    CABECALHO "H" E TRAILER "Z" -         *
002200*                    QUANTIDADE E HASH (SOMA DE MOV-VALOR) *
002210*                    DO TRAILER CONTRA O LIDO, MESMA       *
002220*                    ORIGEM/DATA/HORA NO CABECALHO E NO    *
002230*                    TRAILER, LOTE REPETIDO NO ARQUIVO. OS *
002240*                    ITENS DO LOTE SEM TRAILER (86),       *
002250*                    DESBALANCEADO (87) OU REPETIDO (89) E *
002260*                    O MOVIMENTO FORA DE LOTE (88) VAO     *
002270*                    PARA O CLIMOVR SEM TOCAR O MESTRE.    *
002280*                    QUADRO DOS LOTES NO RELMOV; LOTE      *
002290*                    REJEITADO DA RC 4.                    *
002300* 2026-10-15 EBC     SAQUE E TRANSFERENCIA (INTERNA OU     *
002310*                    PARA OUTRO BANCO) FEITOS POR          *
002320*                    PROCURADOR OU REPRESENTANTE DA CONTA  *
002330*                    TRAZEM O CPF DELE NO NOVO CAMPO       *
002340*                    MOV-REPRESENTANTE (EM BRANCO, O       *
002350*                    PROPRIO TITULAR) E SAO CRITICADOS     *
002360*                    CONTRA O CADASTRO CLIPROC (LAYOUT     *
002370*                    CLIPRCRG, MANTIDO PELO CLIMAINT,      *
002380*                    FUNCAO "P"): REPRESENTANTE NAO        *
002390*                    REGISTRADO OU REVOGADO (57), FORA DA  *
002400*                    VIGENCIA NA DATA DE EXECUCAO (58) OU  *
002410*                    SEM O PODER PEDIDO OU ACIMA DO LIMITE *
002420*                    POR MOVIMENTO (59) E REJEITADO. SEM O *
002430*                    CLIPROC O MOVIMENTO DE REPRESENTANTE  *
002440*                    E REJEITADO (56).                     *
002450* 2026-10-15 EBC     CONTA DE MENOR: ENQUANTO O TITULAR    *
002460*                    PRINCIPAL NAO COMPLETA 18 ANOS        *
002470*                    (CLI-DATA-NASCIMENTO) NA DATA DE      *
002480*                    EXECUCAO, SAQUE E TRANSFERENCIA       *
002490*                    (INTERNA OU EXTERNA) SO PASSAM QUANDO *
002500*                    MOV-REPRESENTANTE TRAZ O CPF DO       *
002510*                    RESPONSAVEL LEGAL (CLI-RESP-CPF);     *
002520*                    DEMAIS SAO REJEITADOS COM O MOTIVO    *
002530*                    54. O MOVIMENTO DO RESPONSAVEL NAO    *
002540*                    PASSA PELO CLIPROC. A PARTIR DO       *
002550*                    ANIVERSARIO A CONTA SEGUE AS REGRAS   *
002560*                    DE MAIOR, E O EX-RESPONSAVEL SO       *
002570*                    MOVIMENTA SE FOR PROCURADOR NO        *
002580*                    CLIPROC.                              *
002590* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
002600*                    BYTES COM O TETO DE GARANTIA DO FGC   *
002610*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
002620* 2026-10-15 EBC     O ABORTO NA INICIALIZACAO (DIA        *
002630*                    ANTERIOR NAO CERTIFICADO, DATA JA     *
002640*                    APLICADA, JORNAL DIVERGENTE, TABELA   *
002650*                    DE LOTES CHEIA) FECHA TAMBEM OS       *
002660*                    ARQUIVOS OPCIONAIS JA ABERTOS         *
002670*                    (CLIBLOQ, CLILIMIT, CLIPROC,          *
002680*                    CLIFLOAT).                            *
002690*----------------------------------------------------------*
002700 ENVIRONMENT             DIVISION.
002710 CONFIGURATION           SECTION.
002720 SPECIAL-NAMES.
002730     DECIMAL-POINT IS COMMA.
002740
002750 INPUT-OUTPUT            SECTION.
002760 FILE-CONTROL.
002770*----------------------------------------------------------*
002780* ARQUIVO MESTRE DE CLIENTES - ACESSO POR NUMERO DO CLIENTE*
002790*----------------------------------------------------------*
002800     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
002810         ORGANIZATION IS INDEXED
002820         ACCESS MODE IS DYNAMIC
002830         RECORD KEY IS CLI-ID
002840         FILE STATUS IS FS-CLIENTES-MASTER.
002850*----------------------------------------------------------*
002860* MOVIMENTOS DO DIA DIGITADOS PELOS CAIXAS                 *
002870*----------------------------------------------------------*
002880     SELECT MOVIMENTOS ASSIGN TO "CLIMOVD"
002890         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS FS-MOVIMENTOS.
002910*----------------------------------------------------------*
002920* ARQUIVO DE PARAMETROS - LIMITE DE CHEQUE ESPECIAL        *
002930*----------------------------------------------------------*
002940     SELECT PARAMETROS ASSIGN TO "CLIPARM"
002950         ORGANIZATION IS SEQUENTIAL
002960         FILE STATUS IS FS-PARAMETROS.
002970*----------------------------------------------------------*
002980* TRILHA DE AUDITORIA DAS ALTERACOES DE SALDO              *
002990*----------------------------------------------------------*
003000     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
003010         ORGANIZATION IS LINE SEQUENTIAL
003020         FILE STATUS IS FS-AUDITORIA.
003030*----------------------------------------------------------*
003040* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
003050* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
003060* LINHA DO CLIAUDIT                                        *
003070*----------------------------------------------------------*
003080     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
003090         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003110         RECORD KEY IS AUDK-CHAVE
003120         FILE STATUS IS FS-AUDK.
003130*----------------------------------------------------------*
003140* RELATORIO IMPRESSO DE MOVIMENTOS (SAIDA SYSOUT)          *
003150*----------------------------------------------------------*
003160     SELECT RELATORIO ASSIGN TO "RELMOV"
003170         ORGANIZATION IS LINE SEQUENTIAL
003180         FILE STATUS IS FS-RELATORIO.
003190*----------------------------------------------------------*
003200* MOVIMENTOS REJEITADOS NA CRITICA, COM O CODIGO DO MOTIVO *
003210*----------------------------------------------------------*
003220     SELECT REJEITOS ASSIGN TO "CLIMOVR"
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS FS-REJEITOS.
003250*----------------------------------------------------------*
003260* CONTROLE DA ULTIMA APLICACAO DO LOTE DE MOVIMENTOS       *
003270*----------------------------------------------------------*
003280     SELECT CONTROLE-MOVTO ASSIGN TO "CLIMVCT"
003290         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS FS-CONTROLE-MOVTO.
003310*----------------------------------------------------------*
003320* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
003330*----------------------------------------------------------*
003340     SELECT CONTROLE ASSIGN TO "CLICTRL"
003350         ORGANIZATION IS SEQUENTIAL
003360         FILE STATUS IS FS-CONTROLE.
003370*----------------------------------------------------------*
003380* CONTROLE DE FECHAMENTO DO DIA (CLIFECHA/FECMNT) - A DATA *
003390* NOVA SO E ACEITA COM O DIA ANTERIOR CERTIFICADO OU       *
003400* LIBERADO                                                 *
003410*----------------------------------------------------------*
003420     SELECT FECHAMENTO ASSIGN TO "CLIFECCT"
003430         ORGANIZATION IS SEQUENTIAL
003440         FILE STATUS IS FS-FECHAMENTO.
003450*----------------------------------------------------------*
003460* BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS DE SALDO, MANTIDOS *
003470* PELO CLIMAINT, DESCONTADOS DO DISPONIVEL NA CRITICA      *
003480*----------------------------------------------------------*
003490     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
003500         ORGANIZATION IS INDEXED
003510         ACCESS MODE IS DYNAMIC
003520         RECORD KEY IS BLQ-CHAVE
003530         FILE STATUS IS FS-BLOQUEIOS.
003540*----------------------------------------------------------*
003550* LIMITES DE CHEQUE ESPECIAL CONTRATADOS POR CONTA,        *
003560* MANTIDOS PELO LIMMNT                                     *
003570*----------------------------------------------------------*
003580     SELECT LIMITES ASSIGN TO "CLILIMIT"
003590         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003610         RECORD KEY IS LIM-CLI-ID
003620         FILE STATUS IS FS-LIMITES.
003630*----------------------------------------------------------*
003640* PROCURADORES E REPRESENTANTES AUTORIZADOS DAS CONTAS,    *
003650* MANTIDOS PELO CLIMAINT                                   *
003660*----------------------------------------------------------*
003670     SELECT PROCURADORES ASSIGN TO "CLIPROC"
003680         ORGANIZATION IS INDEXED
003690         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PRC-CHAVE
003710         FILE STATUS IS FS-PROCURADORES.
003720*----------------------------------------------------------*
003730* FUNDOS EM COMPENSACAO (DEPOSITOS EM CHEQUE AINDA NAO     *
003740* LIBERADOS) E O CALENDARIO QUE DA A DATA DE LIBERACAO     *
003750*----------------------------------------------------------*
003760     SELECT FLUTUANTES ASSIGN TO "CLIFLOAT"
003770         ORGANIZATION IS INDEXED
003780         ACCESS MODE IS DYNAMIC
003790         RECORD KEY IS FLT-CHAVE
003800         FILE STATUS IS FS-FLUTUANTES.
003810     SELECT CALENDARIO ASSIGN TO "CLICALEN"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS FS-CALENDARIO.
003840*----------------------------------------------------------*
003850* JORNAL DE REINICIO: UM REGISTRO POR MOVIMENTO JA         *
003860* APLICADO NA DATA, PARA O PARM RESTART NAO POSTAR DUAS    *
003870* VEZES                                                    *
003880*----------------------------------------------------------*
003890     SELECT JORNAL ASSIGN TO "CLIMVJR"
003900         ORGANIZATION IS LINE SEQUENTIAL
003910         FILE STATUS IS FS-JORNAL.
003920*----------------------------------------------------------*
003930* FILA DE TRANSFERENCIAS PARA OUTROS BANCOS (TED/DOC) JA   *
003940* DEBITADAS, A ESPERA DA REMESSA DO CLITEDRM               *
003950*----------------------------------------------------------*
003960     SELECT FILA-REMESSA ASSIGN TO "CLITEDP"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS FS-FILA-REMESSA.
003990*----------------------------------------------------------*
004000* TABELA DE TARIFAS AVULSAS POR EVENTO E TIPO DE CONTA,    *
004010* CONTADOR MENSAL DE SAQUES DA FRANQUIA E TARIFAS          *
004020* PENDENTES GERADAS FORA DO LOTE (DECLARACOES DO CLIDECL)  *
004030*----------------------------------------------------------*
004040     SELECT TABELA-TARIFAS ASSIGN TO "CLITARFA"
004050         ORGANIZATION IS SEQUENTIAL
004060         FILE STATUS IS FS-TABELA-TARIFAS.
004070     SELECT FRANQUIAS ASSIGN TO "CLIFRANQ"
004080         ORGANIZATION IS INDEXED
004090         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS FRQ-CLI-ID
004110         FILE STATUS IS FS-FRANQUIAS.
004120     SELECT TARIFAS-PENDENTES ASSIGN TO "CLITARPD"
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS FS-TARIFAS-PENDENTES.
004150*----------------------------------------------------------*
004160* CONTAS BAIXADAS PARA PREJUIZO (CLIBAIXA): O CREDITO NUMA *
004170* CONTA "P" ABATE A DIVIDA EM ABERTO                       *
004180*----------------------------------------------------------*
004190     SELECT CADASTRO-PREJUIZO ASSIGN TO "CLIPREJ"
004200         ORGANIZATION IS INDEXED
004210         ACCESS MODE IS DYNAMIC
004220         RECORD KEY IS PRJ-CLI-ID
004230         FILE STATUS IS FS-CADASTRO-PREJUIZO.
004240*----------------------------------------------------------*
004250* REGRAS DE RETENCAO PARA O COMPLIANCE (MANTIDAS PELO      *
004260* RETMNT) E FILA DOS MOVIMENTOS RETIDOS, DECIDIDOS PELO    *
004270* SUPERVISOR NO RETMNT                                     *
004280*----------------------------------------------------------*
004290     SELECT REGRAS-RETENCAO ASSIGN TO "CLIRETP"
004300         ORGANIZATION IS SEQUENTIAL
004310         FILE STATUS IS FS-REGRAS-RETENCAO.
004320     SELECT FILA-RETENCAO ASSIGN TO "CLIRETQ"
004330         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS DYNAMIC
004350         RECORD KEY IS RET-CHAVE
004360         FILE STATUS IS FS-FILA-RETENCAO.
004370
004380 DATA                    DIVISION.
004390 FILE                    SECTION.
004400 FD  CLIENTES-MASTER
004410     LABEL RECORD IS STANDARD.
004420     COPY CLIREG.
004430
004440 FD  MOVIMENTOS
004450     LABEL RECORD IS STANDARD.
004460 01  MOV-REGISTRO.
004470     05  MOV-TIPO            PICTURE X(01).
004480         88  MOV-DEPOSITO                       VALUE "D".
004490         88  MOV-SAQUE                          VALUE "S".
004500         88  MOV-TRANSFERENCIA                  VALUE "T".
004510         88  MOV-ESTORNO-CHEQUE                 VALUE "E".
004520         88  MOV-TRANSF-EXTERNA                 VALUE "X".
004530         88  MOV-VALORES-RECEBER                VALUE "Q".
004540     05  MOV-CLIENTE         PICTURE 9(06).
004550     05  MOV-CLIENTE-DEST    PICTURE 9(06).
004560     05  MOV-VALOR           PICTURE 9(10).
004570     05  MOV-FORMA           PICTURE X(01).
004580         88  MOV-EM-CHEQUE                      VALUE "C".
004590*    FAVORECIDO DA TRANSFERENCIA PARA OUTRO BANCO (TIPO "X")
004600*    E DO PAGAMENTO DE VALOR A RECEBER (TIPO "Q")
004610     05  MOV-EXT-MODALIDADE  PICTURE X(01).
004620         88  MOV-EXT-MODAL-VALIDA               VALUE "T" "D".
004630     05  MOV-EXT-BANCO       PICTURE 9(03).
004640     05  MOV-EXT-AGENCIA     PICTURE 9(04).
004650     05  MOV-EXT-CONTA       PICTURE 9(12).
004660     05  MOV-EXT-DOCUMENTO   PICTURE 9(14).
004670     05  MOV-EXT-TIPO-DOC    PICTURE X(01).
004680*    CPF DO PROCURADOR OU REPRESENTANTE (CLIPROC) QUE FEZ O
004690*    SAQUE OU A TRANSFERENCIA; EM BRANCO, O PROPRIO TITULAR
004700     05  MOV-REPRESENTANTE   PICTURE X(11).
004710     05  MOV-REP-CPF REDEFINES MOV-REPRESENTANTE
004720                             PICTURE 9(11).
004730     05  FILLER              PICTURE X(10).
004740     COPY CLIMVCRG.
004750
004760 FD  PARAMETROS
004770     LABEL RECORD IS STANDARD.
004780 01  PARM-REGISTRO.
004790     05  PARM-FATOR-JUROS    PICTURE 9V99.
004800     05  PARM-FATOR-MULTA    PICTURE 9V99.
004810     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
004820     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
004830     05  PARM-FATOR-USD      PICTURE 9V99.
004840     05  PARM-FATOR-EUR      PICTURE 9V99.
004850     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
004860     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
004870     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
004880     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
004890     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
004900     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
004910     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
004920     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
004930     05  PARM-DIAS-CARTA     PICTURE 9(02).
004940     05  PARM-PCT-INDICE     PICTURE 9(03).
004950     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
004960     05  PARM-LIM-MOV-MES    PICTURE 9(10).
004970     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
004980     05  PARM-IOF-DIARIO     PICTURE V9(06).
004990     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
005000     05  PARM-CICLO-ALTO     PICTURE 9(02).
005010     05  PARM-CICLO-MEDIO    PICTURE 9(02).
005020     05  PARM-CICLO-BAIXO    PICTURE 9(02).
005030     05  PARM-CARENCIA-KYC   PICTURE 9(02).
005040     05  PARM-TETO-FGC       PICTURE 9(10).
005050
005060 FD  AUDITORIA
005070     LABEL RECORD IS STANDARD.
005080 01  AUD-LINHA                PICTURE X(100).
005090
005100 FD  AUDITORIA-CHAVEADA
005110     LABEL RECORD IS STANDARD.
005120     COPY CLIAUKRG.
005130
005140 FD  RELATORIO
005150     LABEL RECORD IS STANDARD.
005160 01  REL-LINHA               PICTURE X(132).
005170
005180 FD  REJEITOS
005190     LABEL RECORD IS STANDARD.
005200 01  REJ-LINHA               PICTURE X(132).
005210
005220 FD  CONTROLE-MOVTO
005230     LABEL RECORD IS STANDARD.
005240 01  MVCT-REGISTRO.
005250     05  MVCT-ULTIMA-DATA     PICTURE 9(08).
005260
005270 FD  CONTROLE
005280     LABEL RECORD IS STANDARD.
005290 01  CTRL-REGISTRO.
005300     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
005310     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
005320     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
005330
005340 FD  FECHAMENTO
005350     LABEL RECORD IS STANDARD.
005360     COPY CLIFECRG.
005370
005380 FD  BLOQUEIOS
005390     LABEL RECORD IS STANDARD.
005400     COPY CLIBLQRG.
005410
005420 FD  LIMITES
005430     LABEL RECORD IS STANDARD.
005440     COPY CLILIMRG.
005450
005460 FD  PROCURADORES
005470     LABEL RECORD IS STANDARD.
005480     COPY CLIPRCRG.
005490
005500 FD  FLUTUANTES
005510     LABEL RECORD IS STANDARD.
005520     COPY CLIFLTRG.
005530
005540 FD  CALENDARIO
005550     LABEL RECORD IS STANDARD.
005560 01  CAL-REGISTRO.
005570     05  CAL-DATA              PICTURE 9(08).
005580     05  FILLER                PICTURE X(01).
005590     05  CAL-TIPO              PICTURE X(01).
005600         88  CAL-DIA-UTIL                     VALUE "U".
005610
005620 FD  JORNAL
005630     LABEL RECORD IS STANDARD.
005640 01  JRNL-REGISTRO.
005650     05  JRNL-DATA             PICTURE 9(08).
005660     05  FILLER                PICTURE X(01) VALUE SPACES.
005670     05  JRNL-ITEM             PICTURE 9(06).
005680
005690 FD  FILA-REMESSA
005700     LABEL RECORD IS STANDARD.
005710 01  TDP-LINHA                PICTURE X(120).
005720
005730 FD  TABELA-TARIFAS
005740     LABEL RECORD IS STANDARD.
005750     COPY CLITFERG.
005760
005770 FD  FRANQUIAS
005780     LABEL RECORD IS STANDARD.
005790     COPY CLIFRQRG.
005800
005810 FD  TARIFAS-PENDENTES
005820     LABEL RECORD IS STANDARD.
005830     COPY CLITPDRG.
005840
005850 FD  CADASTRO-PREJUIZO
005860     LABEL RECORD IS STANDARD.
005870     COPY CLIPRJRG.
005880
005890 FD  REGRAS-RETENCAO
005900     LABEL RECORD IS STANDARD.
005910     COPY CLIRTPRG.
005920
005930 FD  FILA-RETENCAO
005940     LABEL RECORD IS STANDARD.
005950     COPY CLIRETRG.
005960
005970 WORKING-STORAGE         SECTION.
005980 01  WRK-FLAGS.
005990     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
006000         88  FIM-ARQUIVO-MOVIMENTOS         VALUE "S".
006010     05  WRK-MOV-VALIDO  PICTURE X(01)      VALUE "S".
006020         88  MOVIMENTO-VALIDO               VALUE "S".
006030         88  MOVIMENTO-INVALIDO             VALUE "N".
006040 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
006050 01  FS-MOVIMENTOS       PICTURE X(02)      VALUE "00".
006060 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
006070 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
006080 01  FS-AUDK             PICTURE X(02)      VALUE "00".
006090 01  WRK-FLAGS-AUDK.
006100     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
006110         88  ARQUIVO-AUDK-OK                VALUE "S".
006120     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
006130         88  AUDK-GRAVADO                   VALUE "S".
006140 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
006150 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
006160 01  FS-REJEITOS         PICTURE X(02)      VALUE "00".
006170 01  FS-CONTROLE-MOVTO   PICTURE X(02)      VALUE "00".
006180 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
006190 01  FS-FECHAMENTO       PICTURE X(02)      VALUE "00".
006200 01  WRK-FLAGS-FECHAMENTO.
006210     05  WRK-SIT-FECHAMENTO PICTURE X(01)   VALUE "N".
006220         88  DIA-ANTERIOR-CERTIFICADO       VALUE "C".
006230         88  DIA-ANTERIOR-LIBERADO          VALUE "L".
006240 01  FS-BLOQUEIOS        PICTURE X(02)      VALUE "00".
006250 01  WRK-FLAGS-BLOQUEIO.
006260     05  WRK-TEM-BLOQUEIOS PICTURE X(01)    VALUE "N".
006270         88  ARQUIVO-BLOQUEIOS-OK           VALUE "S".
006280     05  WRK-FIM-BLQ       PICTURE X(01)    VALUE "N".
006290         88  FIM-BLOQUEIOS                  VALUE "S".
006300 77  WRK-TOTAL-BLOQUEADO PICTURE S9(11)     COMP VALUE ZEROS.
006310 01  FS-LIMITES          PICTURE X(02)      VALUE "00".
006320 01  WRK-FLAGS-LIMITES.
006330     05  WRK-TEM-LIMITES PICTURE X(01)      VALUE "N".
006340         88  ARQUIVO-LIMITES-OK             VALUE "S".
006350 77  WRK-LIMITE-CLIENTE  PICTURE S9(10)     COMP VALUE ZEROS.
006360 01  FS-PROCURADORES     PICTURE X(02)      VALUE "00".
006370 01  WRK-FLAGS-PROCURADOR.
006380     05  WRK-TEM-PROC    PICTURE X(01)      VALUE "N".
006390         88  ARQUIVO-PROC-OK                VALUE "S".
006400     05  WRK-MOV-RESP    PICTURE X(01)      VALUE "N".
006410         88  MOVIMENTO-DO-RESPONSAVEL       VALUE "S".
006420 77  WRK-DATA-MAIORIDADE PICTURE 9(08)      VALUE ZEROS.
006430 01  FS-FLUTUANTES       PICTURE X(02)      VALUE "00".
006440 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
006450 01  WRK-FLAGS-FLOAT.
006460     05  WRK-TEM-FLOAT   PICTURE X(01)      VALUE "N".
006470         88  ARQUIVO-FLOAT-OK               VALUE "S".
006480     05  WRK-FIM-FLT     PICTURE X(01)      VALUE "N".
006490         88  FIM-FLUTUANTES                 VALUE "S".
006500     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
006510         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
006520     05  WRK-ACHOU-FLT   PICTURE X(01)      VALUE "N".
006530         88  FLOAT-CASADO                   VALUE "S".
006540 77  WRK-TOTAL-FLUTUANTE PICTURE S9(11)     COMP VALUE ZEROS.
006550 77  WRK-DATA-DISPON     PICTURE 9(08)      VALUE ZEROS.
006560 77  WRK-DISP-ANO        PICTURE 9(04)      VALUE ZEROS.
006570 77  WRK-DISP-MES        PICTURE 9(02)      VALUE ZEROS.
006580 77  WRK-DISP-DIA        PICTURE 9(02)      VALUE ZEROS.
006590 77  WRK-DIAS-NO-MES     PICTURE 9(02)      VALUE ZEROS.
006600 77  WRK-QUOC-ANO        PICTURE 9(04)      COMP VALUE ZEROS.
006610 77  WRK-RESTO-ANO       PICTURE 9(01)      COMP VALUE ZEROS.
006620 77  WRK-DIAS-U-ACHADOS  PICTURE 9(02)      COMP VALUE ZEROS.
006630 77  WRK-SEQ-FLT-LIVRE   PICTURE 9(04)      VALUE ZEROS.
006640 77  WRK-SEQ-FLT-ESTORNO PICTURE 9(04)      VALUE ZEROS.
006650 77  WRK-CONT-CHEQUES    PICTURE 9(06)      COMP VALUE ZEROS.
006660 77  WRK-CONT-ESTORNOS   PICTURE 9(06)      COMP VALUE ZEROS.
006670 01  FS-JORNAL           PICTURE X(02)      VALUE "00".
006680 01  WRK-FLAGS-REINICIO.
006690     05  WRK-MODO-PARTIDA PICTURE X(01)     VALUE "N".
006700         88  PARTIDA-REINICIO               VALUE "R".
006710     05  WRK-JRNL-LINHAS  PICTURE X(01)     VALUE "N".
006720         88  JORNAL-TEM-LINHA               VALUE "S".
006730 77  WRK-JRNL-ULTIMO-ITEM PICTURE 9(06)     VALUE ZEROS.
006740 77  WRK-CONT-PULADOS    PICTURE 9(06)      COMP VALUE ZEROS.
006750 01  FS-FILA-REMESSA     PICTURE X(02)      VALUE "00".
006760 01  WRK-FLAGS-EXTERNA.
006770     05  WRK-TEM-FILA-TED PICTURE X(01)     VALUE "N".
006780         88  ARQUIVO-FILA-TED-OK            VALUE "S".
006790     05  WRK-DOC-VALIDO   PICTURE X(01)     VALUE "S".
006800         88  DOCUMENTO-OK                   VALUE "S".
006810         88  DOCUMENTO-COM-ERRO             VALUE "N".
006820 77  WRK-CONT-EXTERNAS   PICTURE 9(06)      COMP VALUE ZEROS.
006830 77  WRK-TOTAL-EXTERNAS  PICTURE S9(12)     COMP VALUE ZEROS.
006840 77  WRK-CONT-VALRECEB   PICTURE 9(06)      COMP VALUE ZEROS.
006850 77  WRK-TOTAL-VALRECEB  PICTURE S9(12)     COMP VALUE ZEROS.
006860 01  WRK-DESTINO-EXTERNO.
006870     05  FILLER          PICTURE X(03)      VALUE "BCO".
006880     05  WRK-DEST-EXT-BANCO PICTURE 9(03)   VALUE ZEROS.
006890 01  FS-TABELA-TARIFAS   PICTURE X(02)      VALUE "00".
006900 01  FS-FRANQUIAS        PICTURE X(02)      VALUE "00".
006910 01  FS-TARIFAS-PENDENTES PICTURE X(02)     VALUE "00".
006920 01  WRK-FLAGS-TARIFA.
006930     05  WRK-TEM-FRANQUIA PICTURE X(01)     VALUE "N".
006940         88  ARQUIVO-FRANQUIA-OK            VALUE "S".
006950     05  WRK-FIM-TAB-TAR  PICTURE X(01)     VALUE "N".
006960         88  FIM-TABELA-TARIFAS             VALUE "S".
006970     05  WRK-FIM-PEND     PICTURE X(01)     VALUE "N".
006980         88  FIM-TARIFAS-PENDENTES          VALUE "S".
006990 77  WRK-QTD-TARIFAS     PICTURE 9(02)      COMP VALUE ZEROS.
007000 77  WRK-IDX-TAR         PICTURE 9(02)      COMP VALUE ZEROS.
007010 77  WRK-EVENTO-TARIFA   PICTURE X(01)      VALUE SPACES.
007020 77  WRK-TIPO-TARIFA     PICTURE X(01)      VALUE SPACES.
007030 77  WRK-TIPO-ORIGEM     PICTURE X(01)      VALUE SPACES.
007040 77  WRK-VALOR-TARIFA    PICTURE 9(06)      VALUE ZEROS.
007050 77  WRK-FRANQUIA-TARIFA PICTURE 9(03)      VALUE ZEROS.
007060 77  WRK-ANO-MES         PICTURE 9(06)      VALUE ZEROS.
007070 77  WRK-CONT-TARIFAS    PICTURE 9(06)      COMP VALUE ZEROS.
007080 77  WRK-TOTAL-TARIFAS   PICTURE S9(12)     COMP VALUE ZEROS.
007090 77  WRK-CONT-PEND-LIDAS PICTURE 9(06)      COMP VALUE ZEROS.
007100 77  WRK-CONT-PEND-DISP  PICTURE 9(06)      COMP VALUE ZEROS.
007110*    ITEM DO JORNAL QUE MARCA AS TARIFAS PENDENTES DO
007120*    CLITARPD COMO JA COBRADAS NA DATA
007130 77  WRK-ITEM-PENDENTES  PICTURE 9(06)      VALUE 999999.
007140 01  FS-CADASTRO-PREJUIZO PICTURE X(02)     VALUE "00".
007150 01  WRK-FLAGS-PREJUIZO.
007160     05  WRK-TEM-PREJUIZO PICTURE X(01)     VALUE "N".
007170         88  ARQUIVO-PREJUIZO-OK            VALUE "S".
007180     05  WRK-LANCTO-CREDITO PICTURE X(01)   VALUE "N".
007190         88  LANCTO-CREDITO                 VALUE "S".
007200 77  WRK-VALOR-RECUP     PICTURE S9(11)     COMP VALUE ZEROS.
007210 77  WRK-CONT-RECUPERACOES PICTURE 9(06)    COMP VALUE ZEROS.
007220 77  WRK-TOTAL-RECUPERACOES PICTURE S9(12)  COMP VALUE ZEROS.
007230 01  WRK-DESTINO-TARIFA.
007240     05  FILLER          PICTURE X(04)      VALUE "TAR-".
007250     05  WRK-DEST-TAR-EVENTO PICTURE X(01)  VALUE SPACES.
007260     05  FILLER          PICTURE X(01)      VALUE SPACES.
007270 01  FS-REGRAS-RETENCAO  PICTURE X(02)      VALUE "00".
007280 01  FS-FILA-RETENCAO    PICTURE X(02)      VALUE "00".
007290 01  WRK-FLAGS-RETENCAO.
007300     05  WRK-TEM-FILA-RET PICTURE X(01)     VALUE "N".
007310         88  ARQUIVO-RETENCAO-OK            VALUE "S".
007320     05  WRK-MOV-RETIDO   PICTURE X(01)     VALUE "N".
007330         88  MOVIMENTO-RETIDO               VALUE "S".
007340     05  WRK-FASE-MOVTO   PICTURE X(01)     VALUE "D".
007350         88  FASE-MOVIMENTOS-DIA            VALUE "D".
007360         88  FASE-LIBERADOS                 VALUE "L".
007370     05  WRK-FIM-RET      PICTURE X(01)     VALUE "N".
007380         88  FIM-FILA-RETENCAO              VALUE "S".
007390 77  WRK-RET-LIMITE-SAQUE PICTURE 9(10)     VALUE ZEROS.
007400 77  WRK-RET-LIMITE-TRANSF PICTURE 9(10)    VALUE ZEROS.
007410 77  WRK-RET-DIAS-REATIV PICTURE 9(03)      VALUE ZEROS.
007420 77  WRK-RET-DIAS-ABERT  PICTURE 9(03)      VALUE ZEROS.
007430 77  WRK-CORTE-REATIVACAO PICTURE 9(08)     VALUE ZEROS.
007440 77  WRK-CORTE-ABERTURA  PICTURE 9(08)      VALUE ZEROS.
007450 77  WRK-DIAS-RECUO      PICTURE 9(03)      COMP VALUE ZEROS.
007460 77  WRK-DATA-RECUADA    PICTURE 9(08)      VALUE ZEROS.
007470 77  WRK-REATIV-ORIGEM   PICTURE 9(08)      VALUE ZEROS.
007480 77  WRK-ABERTURA-DESTINO PICTURE 9(08)     VALUE ZEROS.
007490 77  WRK-REGRA-RETENCAO  PICTURE X(01)      VALUE SPACES.
007500 77  WRK-CONT-RETIDOS    PICTURE 9(06)      COMP VALUE ZEROS.
007510 77  WRK-TOTAL-RETIDOS   PICTURE S9(12)     COMP VALUE ZEROS.
007520 77  WRK-CONT-LIBERADOS  PICTURE 9(06)      COMP VALUE ZEROS.
007530 77  WRK-CONT-RECUSADOS  PICTURE 9(06)      COMP VALUE ZEROS.
007540 01  WRK-DESTINO-RETENCAO.
007550     05  FILLER          PICTURE X(04)      VALUE "RET-".
007560     05  WRK-DEST-RET-REGRA PICTURE X(01)   VALUE SPACES.
007570     05  FILLER          PICTURE X(01)      VALUE SPACES.
007580 01  WRK-FLAGS-LOTE.
007590     05  WRK-DENTRO-LOTE  PICTURE X(01)     VALUE "N".
007600         88  DENTRO-DE-LOTE                 VALUE "S".
007610     05  WRK-FIM-CONFERENCIA PICTURE X(01)  VALUE "N".
007620         88  FIM-CONFERENCIA-LOTES          VALUE "S".
007630 77  WRK-MAX-LOTES       PICTURE 9(04)      COMP VALUE 500.
007640 77  WRK-QTD-LOTES       PICTURE 9(04)      COMP VALUE ZEROS.
007650 77  WRK-LOTE-CORRENTE   PICTURE 9(04)      COMP VALUE ZEROS.
007660 77  WRK-IDX-LOTE        PICTURE 9(04)      COMP VALUE ZEROS.
007670 77  WRK-IDX-LOTE-ANT    PICTURE 9(04)      COMP VALUE ZEROS.
007680 77  WRK-CONT-LOTES-ACEITOS PICTURE 9(04)   COMP VALUE ZEROS.
007690 77  WRK-CONT-LOTES-REJ  PICTURE 9(04)      COMP VALUE ZEROS.
007700 77  WRK-CONT-CONTROLE   PICTURE 9(06)      COMP VALUE ZEROS.
007710 77  WRK-CONT-FORA-LOTE  PICTURE 9(06)      COMP VALUE ZEROS.
007720 77  WRK-CONT-ITENS-LOTE-REJ PICTURE 9(06)  COMP VALUE ZEROS.
007730
007740*----------------------------------------------------------*
007750* TABELA DOS LOTES DO CLIMOVD, MONTADA NA CONFERENCIA QUE  *
007760* ANTECEDE A APLICACAO (ORDEM DE CHEGADA NO ARQUIVO)       *
007770*----------------------------------------------------------*
007780 01  TAB-LOTES.
007790     05  TAB-LOTE-ENTRADA        OCCURS 500 TIMES.
007800         10  TAB-LOTE-ORIGEM      PICTURE X(08).
007810         10  TAB-LOTE-DATA        PICTURE 9(08).
007820         10  TAB-LOTE-HORA        PICTURE 9(06).
007830         10  TAB-LOTE-QTD-INF     PICTURE 9(06).
007840         10  TAB-LOTE-HASH-INF    PICTURE 9(15).
007850         10  TAB-LOTE-QTD-LIDA    PICTURE 9(06)  COMP.
007860         10  TAB-LOTE-HASH-LIDO   PICTURE 9(15)  COMP.
007870         10  TAB-LOTE-SITUACAO    PICTURE X(01).
007880             88  LOTE-EM-ABERTO                 VALUE SPACE.
007890             88  LOTE-ACEITO                    VALUE "A".
007900             88  LOTE-SEM-TRAILER               VALUE "I".
007910             88  LOTE-DESBALANCEADO             VALUE "D".
007920             88  LOTE-REPETIDO                  VALUE "R".
007930             88  LOTE-SEM-CABECALHO             VALUE "O".
007940
007950*----------------------------------------------------------*
007960* TABELA DE TARIFAS AVULSAS CARREGADA DO CLITARFA (EVENTO, *
007970* TIPO DE CONTA, VALOR E FRANQUIA DE SAQUES)               *
007980*----------------------------------------------------------*
007990 01  TAB-TARIFAS.
008000     05  TAB-TAR-ENTRADA         OCCURS 15 TIMES.
008010         10  TAB-TAR-EVENTO       PICTURE X(01).
008020         10  TAB-TAR-TIPO-CONTA   PICTURE X(01).
008030         10  TAB-TAR-VALOR        PICTURE 9(06).
008040         10  TAB-TAR-FRANQUIA     PICTURE 9(03).
008050 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
008060 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
008070 77  WRK-DATA-PENDENTE   PICTURE 9(08)      VALUE ZEROS.
008080 77  WRK-LIMITE-OVERDR   PICTURE S9(10)     COMP VALUE -500000.
008090 77  WRK-CARENCIA-KYC    PICTURE 9(02)      VALUE 3.
008100 77  WRK-DATA-LIMITE-KYC PICTURE 9(08)      VALUE ZEROS.
008110 77  WRK-ANO-KYC         PICTURE 9(04)      COMP VALUE ZEROS.
008120 77  WRK-MES-KYC         PICTURE 9(04)      COMP VALUE ZEROS.
008130 77  WRK-MESES-KYC       PICTURE 9(06)      COMP VALUE ZEROS.
008140 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
008150 77  WRK-COD-MOTIVO-REJ  PICTURE 9(02)      VALUE ZEROS.
008160 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
008170 77  WRK-CONT-APLICADOS  PICTURE 9(06)      COMP VALUE ZEROS.
008180 77  WRK-CONT-REJEITADOS PICTURE 9(06)      COMP VALUE ZEROS.
008190 77  WRK-POSTAR-ID       PICTURE 9(06)      VALUE ZEROS.
008200 77  WRK-POSTAR-VALOR    PICTURE S9(11)     COMP VALUE ZEROS.
008210 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
008220 77  WRK-SALDO-ORIGEM    PICTURE S9(10)     COMP VALUE ZEROS.
008230 77  WRK-MOEDA-ORIGEM    PICTURE X(03)      VALUE SPACES.
008240 77  WRK-TOTAL-DEPOSITOS PICTURE S9(12)     COMP VALUE ZEROS.
008250 77  WRK-TOTAL-SAQUES    PICTURE S9(12)     COMP VALUE ZEROS.
008260 77  WRK-TOTAL-TRANSFER  PICTURE S9(12)     COMP VALUE ZEROS.
008270
008280*----------------------------------------------------------*
008290* LINHAS DO RELATORIO IMPRESSO DE MOVIMENTOS               *
008300*----------------------------------------------------------*
008310 01  REL-CABECALHO-1.
008320     05  FILLER              PICTURE X(44)
008330             VALUE "RELATORIO DE MOVIMENTOS - LANCAMENTOS DO DIA".
008340     05  FILLER              PICTURE X(88) VALUE SPACES.
008350 01  REL-CABECALHO-2.
008360     05  FILLER              PICTURE X(05) VALUE "TIPO ".
008370     05  FILLER              PICTURE X(09) VALUE "CLIENTE  ".
008380     05  FILLER              PICTURE X(09) VALUE "DESTINO  ".
008390     05  FILLER              PICTURE X(20)
008400       VALUE "VALOR DO MOVIMENTO".
008410     05  FILLER              PICTURE X(20)
008420       VALUE "SALDO RESULTANTE".
008430     05  FILLER              PICTURE X(69) VALUE SPACES.
008440 01  REL-DETALHE.
008450     05  REL-DET-TIPO        PICTURE X(01).
008460     05  FILLER              PICTURE X(04) VALUE SPACES.
008470     05  REL-DET-CLIENTE     PICTURE 9(06).
008480     05  FILLER              PICTURE X(03) VALUE SPACES.
008490     05  REL-DET-DESTINO     PICTURE X(06).
008500     05  FILLER              PICTURE X(03) VALUE SPACES.
008510     05  REL-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
008520     05  FILLER              PICTURE X(02) VALUE SPACES.
008530     05  REL-DET-SALDO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
008540     05  FILLER              PICTURE X(69) VALUE SPACES.
008550 01  REL-TIT-CONTROLE.
008560     05  FILLER              PICTURE X(30)
008570             VALUE "QUADRO DE TOTAIS DE CONTROLE".
008580     05  FILLER              PICTURE X(102) VALUE SPACES.
008590 01  REL-RODAPE.
008600     05  REL-ROD-ROTULO      PICTURE X(30).
008610     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
008620     05  FILLER              PICTURE X(84) VALUE SPACES.
008630 01  REL-TIT-LOTES.
008640     05  FILLER              PICTURE X(40)
008650             VALUE "QUADRO DE CONTROLE DOS LOTES DO CLIMOVD".
008660     05  FILLER              PICTURE X(92) VALUE SPACES.
008670 01  REL-CAB-LOTES.
008680     05  FILLER              PICTURE X(28)
008690             VALUE "ORIGEM    DATA      HORA    ".
008700     05  FILLER              PICTURE X(18)
008710             VALUE "QTD INF  QTD LIDA".
008720     05  FILLER              PICTURE X(42)
008730             VALUE "       HASH INFORMADO         HASH APURADO".
008740     05  FILLER              PICTURE X(44)
008750             VALUE "  SITUACAO".
008760 01  REL-DET-LOTE.
008770     05  REL-LOT-ORIGEM      PICTURE X(08).
008780     05  FILLER              PICTURE X(02) VALUE SPACES.
008790     05  REL-LOT-DATA        PICTURE 9(08).
008800     05  FILLER              PICTURE X(02) VALUE SPACES.
008810     05  REL-LOT-HORA        PICTURE 9(06).
008820     05  FILLER              PICTURE X(02) VALUE SPACES.
008830     05  REL-LOT-QTD-INF     PICTURE ZZZ.ZZ9.
008840     05  FILLER              PICTURE X(02) VALUE SPACES.
008850     05  REL-LOT-QTD-LIDA    PICTURE ZZZ.ZZ9.
008860     05  FILLER              PICTURE X(04) VALUE SPACES.
008870     05  REL-LOT-HASH-INF    PICTURE ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
008880     05  FILLER              PICTURE X(02) VALUE SPACES.
008890     05  REL-LOT-HASH-LIDO   PICTURE ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
008900     05  FILLER              PICTURE X(02) VALUE SPACES.
008910     05  REL-LOT-SITUACAO    PICTURE X(28).
008920     05  FILLER              PICTURE X(14) VALUE SPACES.
008930
008940*----------------------------------------------------------*
008950* LINHA DO RELATORIO DE MOVIMENTOS REJEITADOS              *
008960*----------------------------------------------------------*
008970 01  REJ-CABECALHO.
008980     05  FILLER              PICTURE X(23)
008990             VALUE "RELATORIO DE MOVIMENTOS".
009000     05  FILLER              PICTURE X(22)
009010             VALUE " REJEITADOS NA CRITICA".
009020     05  FILLER              PICTURE X(87) VALUE SPACES.
009030 01  REJ-DETALHE.
009040     05  REJ-DET-TIPO        PICTURE X(01).
009050     05  FILLER              PICTURE X(02) VALUE SPACES.
009060     05  REJ-DET-CLIENTE     PICTURE 9(06).
009070     05  FILLER              PICTURE X(02) VALUE SPACES.
009080     05  REJ-DET-DESTINO     PICTURE 9(06).
009090     05  FILLER              PICTURE X(02) VALUE SPACES.
009100     05  REJ-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
009110     05  FILLER              PICTURE X(02) VALUE SPACES.
009120     05  REJ-DET-CODIGO      PICTURE 9(02).
009130     05  FILLER              PICTURE X(02) VALUE SPACES.
009140     05  REJ-DET-MOTIVO      PICTURE X(30).
009150     05  FILLER              PICTURE X(54) VALUE SPACES.
009160
009170*----------------------------------------------------------*
009180* LINHA DA TRILHA DE AUDITORIA (LAYOUT COMPARTILHADO COM O *
009190* LOTE DE JUROS VIA O COPYBOOK CLIAUDRG)                   *
009200*----------------------------------------------------------*
009210     COPY CLIAUDRG.
009220
009230*----------------------------------------------------------*
009240* ITEM DA FILA DE REMESSA TED/DOC (LAYOUT CLITEDRG)        *
009250*----------------------------------------------------------*
009260     COPY CLITEDRG.
009270
009280 LINKAGE                 SECTION.
009290 01  LK-PARM-MODO            PICTURE X(08).
009300
009310 PROCEDURE               DIVISION USING LK-PARM-MODO.
009320*----------------------------------------------------------*
009330* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
009340*----------------------------------------------------------*
009350 0000-MAINLINE.
009360     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
009370     PERFORM 2000-PROCESSAR-MOVIMENTO
009380             THRU 2000-PROCESSAR-MOVIMENTO-EXIT
009390             UNTIL FIM-ARQUIVO-MOVIMENTOS.
009400     PERFORM 2500-BAIXAR-DECIDIDOS
009410             THRU 2500-BAIXAR-DECIDIDOS-EXIT.
009420     PERFORM 3000-COBRAR-PENDENTES
009430             THRU 3000-COBRAR-PENDENTES-EXIT.
009440     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
009450     GO TO 9999-EXIT.
009460
009470*----------------------------------------------------------*
009480* 1000-INICIALIZAR - ABRE OS ARQUIVOS E LE O 1o MOVIMENTO  *
009490*----------------------------------------------------------*
009500 1000-INICIALIZAR.
009510     OPEN I-O CLIENTES-MASTER.
009520     IF FS-CLIENTES-MASTER NOT = "00"
009530         DISPLAY "CLIMOVTO: ERRO AO ABRIR CLIMSTR - STATUS "
009540                 FS-CLIENTES-MASTER
009550         MOVE 16 TO RETURN-CODE
009560         GO TO 9999-EXIT
009570     END-IF.
009580     OPEN INPUT MOVIMENTOS.
009590     IF FS-MOVIMENTOS NOT = "00"
009600         DISPLAY "CLIMOVTO: ERRO AO ABRIR CLIMOVD - STATUS "
009610                 FS-MOVIMENTOS
009620         CLOSE CLIENTES-MASTER
009630         MOVE 16 TO RETURN-CODE
009640         GO TO 9999-EXIT
009650     END-IF.
009660     OPEN INPUT BLOQUEIOS.
009670     IF FS-BLOQUEIOS = "00"
009680         SET ARQUIVO-BLOQUEIOS-OK TO TRUE
009690     ELSE
009700         DISPLAY "CLIMOVTO: CLIBLOQ INDISPONIVEL - STATUS "
009710                 FS-BLOQUEIOS " - CRITICA SEGUE SEM BLOQUEIOS"
009720     END-IF.
009730     OPEN INPUT LIMITES.
009740     IF FS-LIMITES = "00"
009750         SET ARQUIVO-LIMITES-OK TO TRUE
009760     ELSE
009770         DISPLAY "CLIMOVTO: CLILIMIT INDISPONIVEL - STATUS "
009780                 FS-LIMITES " - VALE O LIMITE DO CLIPARM"
009790     END-IF.
009800     OPEN INPUT PROCURADORES.
009810     IF FS-PROCURADORES = "00"
009820         SET ARQUIVO-PROC-OK TO TRUE
009830     ELSE
009840         DISPLAY "CLIMOVTO: CLIPROC INDISPONIVEL - STATUS "
009850                 FS-PROCURADORES " - MOVIMENTO DE REPRESENTANTE "
009860                 "SERA REJEITADO"
009870     END-IF.
009880     OPEN I-O FLUTUANTES.
009890     IF FS-FLUTUANTES = "00" OR FS-FLUTUANTES = "05"
009900         SET ARQUIVO-FLOAT-OK TO TRUE
009910     ELSE
009920         DISPLAY "CLIMOVTO: CLIFLOAT INDISPONIVEL - STATUS "
009930                 FS-FLUTUANTES " - SEM CONTROLE DE FLOAT"
009940     END-IF.
009950     IF LK-PARM-MODO = "RESTART"
009960         SET PARTIDA-REINICIO TO TRUE
009970     END-IF.
009980     PERFORM 1100-LER-PARAMETROS   THRU 1100-LER-PARAMETROS-EXIT.
009990     PERFORM 1120-CARREGAR-TARIFAS
010000             THRU 1120-CARREGAR-TARIFAS-EXIT.
010010     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
010020     MOVE WRK-DATA-EXECUCAO (1:6) TO WRK-ANO-MES.
010030     PERFORM 1150-VERIFICAR-DATA-EXECUCAO
010040             THRU 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
010050     PERFORM 1155-VERIFICAR-FECHAMENTO
010060             THRU 1155-VERIFICAR-FECHAMENTO-EXIT.
010070*    A DATA DE EXECUCAO PRECISA ESTAR RESOLVIDA ANTES DE
010080*    PROCURAR NO CALENDARIO O DIA DE LIBERACAO DOS CHEQUES.
010090     PERFORM 1140-APURAR-DISPONIBILIDADE
010100             THRU 1140-APURAR-DISPONIBILIDADE-EXIT.
010110     PERFORM 1130-CARREGAR-RETENCAO
010120             THRU 1130-CARREGAR-RETENCAO-EXIT.
010130*    TODOS OS LOTES DO CLIMOVD SAO CONFERIDOS ANTES DE MARCAR
010140*    O PROCESSAMENTO E DE APLICAR O PRIMEIRO MOVIMENTO.
010150     PERFORM 1200-CONFERIR-LOTES
010160             THRU 1200-CONFERIR-LOTES-EXIT.
010170     IF PARTIDA-REINICIO
010180         PERFORM 1180-CONSULTAR-JORNAL
010190                 THRU 1180-CONSULTAR-JORNAL-EXIT
010200     END-IF.
010210     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
010220             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
010230     OPEN EXTEND AUDITORIA.
010240     OPEN EXTEND JORNAL.
010250     OPEN EXTEND FILA-REMESSA.
010260     IF FS-FILA-REMESSA = "00"
010270         SET ARQUIVO-FILA-TED-OK TO TRUE
010280     ELSE
010290         DISPLAY "CLIMOVTO: CLITEDP INDISPONIVEL - STATUS "
010300                 FS-FILA-REMESSA " - TED/DOC SERAO REJEITADOS"
010310     END-IF.
010320     OPEN I-O FRANQUIAS.
010330     IF FS-FRANQUIAS = "00" OR FS-FRANQUIAS = "05"
010340         SET ARQUIVO-FRANQUIA-OK TO TRUE
010350     ELSE
010360         DISPLAY "CLIMOVTO: CLIFRANQ INDISPONIVEL - STATUS "
010370                 FS-FRANQUIAS " - SAQUES SEM TARIFA DE FRANQUIA"
010380     END-IF.
010390     OPEN I-O CADASTRO-PREJUIZO.
010400     IF FS-CADASTRO-PREJUIZO = "00"
010410             OR FS-CADASTRO-PREJUIZO = "05"
010420         SET ARQUIVO-PREJUIZO-OK TO TRUE
010430     ELSE
010440         DISPLAY "CLIMOVTO: CLIPREJ INDISPONIVEL - STATUS "
010450                 FS-CADASTRO-PREJUIZO " - CREDITO EM CONTA "
010460                 "BAIXADA FICA NO SALDO"
010470     END-IF.
010480     OPEN I-O AUDITORIA-CHAVEADA.
010490     IF FS-AUDK = "00" OR FS-AUDK = "05"
010500         SET ARQUIVO-AUDK-OK TO TRUE
010510     ELSE
010520         DISPLAY "CLIMOVTO: CLIAUDK INDISPONIVEL - STATUS "
010530                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
010540                 "CLIAUDKL)"
010550     END-IF.
010560     OPEN I-O FILA-RETENCAO.
010570     IF FS-FILA-RETENCAO = "00" OR FS-FILA-RETENCAO = "05"
010580         SET ARQUIVO-RETENCAO-OK TO TRUE
010590     ELSE
010600         DISPLAY "CLIMOVTO: CLIRETQ INDISPONIVEL - STATUS "
010610                 FS-FILA-RETENCAO " - MOVIMENTOS RETIDOS SERAO "
010620                 "REJEITADOS"
010630     END-IF.
010640     OPEN OUTPUT RELATORIO.
010650     OPEN OUTPUT REJEITOS.
010660     WRITE REJ-LINHA FROM REJ-CABECALHO AFTER ADVANCING PAGE.
010670     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
010680     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
010690     PERFORM 2100-LER-PROXIMO-MOVIMENTO
010700             THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT.
010710 1000-INICIALIZAR-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------*
010750* 1100-LER-PARAMETROS - LE O LIMITE DE CHEQUE ESPECIAL E A *
010760*                       CARENCIA DO RECADASTRAMENTO DO     *
010770*                       CLIPARM. SE O ARQUIVO NAO EXISTIR  *
010780*                       OU VIER VAZIO, MANTEM O PADRAO DA  *
010790*                       WORKING, NOS MOLDES DO CLIENTES.   *
010800*----------------------------------------------------------*
010810 1100-LER-PARAMETROS.
010820     OPEN INPUT PARAMETROS.
010830     IF FS-PARAMETROS = "00"
010840         READ PARAMETROS
010850             AT END
010860                 CONTINUE
010870             NOT AT END
010880                 MOVE PARM-LIMITE-OVERDR TO WRK-LIMITE-OVERDR
010890                 IF PARM-CARENCIA-KYC IS NUMERIC
010900                     MOVE PARM-CARENCIA-KYC TO WRK-CARENCIA-KYC
010910                 END-IF
010920         END-READ
010930         CLOSE PARAMETROS
010940     ELSE
010950         DISPLAY "CLIMOVTO: CLIPARM NAO ENCONTRADO - USANDO "
010960                 "LIMITE PADRAO"
010970     END-IF.
010980 1100-LER-PARAMETROS-EXIT.
010990     EXIT.
011000
011010*----------------------------------------------------------*
011020* 1120-CARREGAR-TARIFAS - CARREGA A TABELA DE TARIFAS      *
011030*                       AVULSAS DO CLITARFA. SEM O ARQUIVO *
011040*                       NENHUM EVENTO E TARIFADO.          *
011050*----------------------------------------------------------*
011060 1120-CARREGAR-TARIFAS.
011070     MOVE ZEROS TO WRK-QTD-TARIFAS.
011080     OPEN INPUT TABELA-TARIFAS.
011090     IF FS-TABELA-TARIFAS NOT = "00"
011100         DISPLAY "CLIMOVTO: CLITARFA NAO ENCONTRADO - "
011110                 "TARIFAS AVULSAS NAO COBRADAS"
011120         GO TO 1120-CARREGAR-TARIFAS-EXIT
011130     END-IF.
011140     PERFORM 1125-LER-TARIFA THRU 1125-LER-TARIFA-EXIT
011150             UNTIL FIM-TABELA-TARIFAS.
011160     CLOSE TABELA-TARIFAS.
011170 1120-CARREGAR-TARIFAS-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------*
011210* 1125-LER-TARIFA - GUARDA UMA ENTRADA DA TABELA           *
011220*----------------------------------------------------------*
011230 1125-LER-TARIFA.
011240     READ TABELA-TARIFAS
011250         AT END
011260             SET FIM-TABELA-TARIFAS TO TRUE
011270             GO TO 1125-LER-TARIFA-EXIT
011280     END-READ.
011290     IF WRK-QTD-TARIFAS NOT < 15
011300         DISPLAY "CLIMOVTO: CLITARFA COM MAIS DE 15 ENTRADAS - "
011310                 "EXCEDENTE IGNORADO"
011320         SET FIM-TABELA-TARIFAS TO TRUE
011330         GO TO 1125-LER-TARIFA-EXIT
011340     END-IF.
011350     ADD 1 TO WRK-QTD-TARIFAS.
011360     MOVE TFE-EVENTO     TO TAB-TAR-EVENTO (WRK-QTD-TARIFAS).
011370     MOVE TFE-TIPO-CONTA TO TAB-TAR-TIPO-CONTA (WRK-QTD-TARIFAS).
011380     MOVE TFE-VALOR      TO TAB-TAR-VALOR (WRK-QTD-TARIFAS).
011390     MOVE TFE-FRANQUIA   TO TAB-TAR-FRANQUIA (WRK-QTD-TARIFAS).
011400 1125-LER-TARIFA-EXIT.
011410     EXIT.
011420
011430*----------------------------------------------------------*
011440* 1130-CARREGAR-RETENCAO - LE AS REGRAS DE RETENCAO DO     *
011450*                  CLIRETP E RESOLVE AS DATAS DE CORTE DAS *
011460*                  REGRAS EM DIAS (REATIVACAO E ABERTURA). *
011470*                  SEM O ARQUIVO, NENHUM MOVIMENTO E       *
011480*                  RETIDO.                                 *
011490*----------------------------------------------------------*
011500 1130-CARREGAR-RETENCAO.
011510     OPEN INPUT REGRAS-RETENCAO.
011520     IF FS-REGRAS-RETENCAO NOT = "00"
011530         DISPLAY "CLIMOVTO: CLIRETP NAO ENCONTRADO - SEM "
011540                 "RETENCAO PARA O COMPLIANCE"
011550         GO TO 1130-CARREGAR-RETENCAO-EXIT
011560     END-IF.
011570     READ REGRAS-RETENCAO
011580         AT END
011590             CONTINUE
011600         NOT AT END
011610             MOVE RTP-LIMITE-SAQUE    TO WRK-RET-LIMITE-SAQUE
011620             MOVE RTP-LIMITE-TRANSF   TO WRK-RET-LIMITE-TRANSF
011630             MOVE RTP-DIAS-REATIVACAO TO WRK-RET-DIAS-REATIV
011640             MOVE RTP-DIAS-ABERTURA   TO WRK-RET-DIAS-ABERT
011650     END-READ.
011660     CLOSE REGRAS-RETENCAO.
011670     IF WRK-RET-DIAS-REATIV > ZEROS
011680         MOVE WRK-RET-DIAS-REATIV TO WRK-DIAS-RECUO
011690         PERFORM 1135-RECUAR-DATA THRU 1135-RECUAR-DATA-EXIT
011700         MOVE WRK-DATA-RECUADA TO WRK-CORTE-REATIVACAO
011710     END-IF.
011720     IF WRK-RET-DIAS-ABERT > ZEROS
011730         MOVE WRK-RET-DIAS-ABERT TO WRK-DIAS-RECUO
011740         PERFORM 1135-RECUAR-DATA THRU 1135-RECUAR-DATA-EXIT
011750         MOVE WRK-DATA-RECUADA TO WRK-CORTE-ABERTURA
011760     END-IF.
011770 1130-CARREGAR-RETENCAO-EXIT.
011780     EXIT.
011790
011800*----------------------------------------------------------*
011810* 1135-RECUAR-DATA - DATA DE EXECUCAO MENOS WRK-DIAS-RECUO *
011820*                  DIAS CORRIDOS, EM WRK-DATA-RECUADA      *
011830*----------------------------------------------------------*
011840 1135-RECUAR-DATA.
011850     MOVE WRK-DATA-EXECUCAO (1:4) TO WRK-DISP-ANO.
011860     MOVE WRK-DATA-EXECUCAO (5:2) TO WRK-DISP-MES.
011870     MOVE WRK-DATA-EXECUCAO (7:2) TO WRK-DISP-DIA.
011880     PERFORM 1136-RECUAR-DIA-CORRIDO
011890             THRU 1136-RECUAR-DIA-CORRIDO-EXIT
011900             WRK-DIAS-RECUO TIMES.
011910     COMPUTE WRK-DATA-RECUADA = WRK-DISP-ANO * 10000
011920             + WRK-DISP-MES * 100 + WRK-DISP-DIA.
011930 1135-RECUAR-DATA-EXIT.
011940     EXIT.
011950
011960*----------------------------------------------------------*
011970* 1136-RECUAR-DIA-CORRIDO - VOLTA A DATA DECOMPOSTA EM UM  *
011980*                  DIA CORRIDO                             *
011990*----------------------------------------------------------*
012000 1136-RECUAR-DIA-CORRIDO.
012010     IF WRK-DISP-DIA > 1
012020         SUBTRACT 1 FROM WRK-DISP-DIA
012030         GO TO 1136-RECUAR-DIA-CORRIDO-EXIT
012040     END-IF.
012050     IF WRK-DISP-MES > 1
012060         SUBTRACT 1 FROM WRK-DISP-MES
012070     ELSE
012080         MOVE 12 TO WRK-DISP-MES
012090         SUBTRACT 1 FROM WRK-DISP-ANO
012100     END-IF.
012110     PERFORM 1148-APURAR-DIAS-NO-MES
012120             THRU 1148-APURAR-DIAS-NO-MES-EXIT.
012130     MOVE WRK-DIAS-NO-MES TO WRK-DISP-DIA.
012140 1136-RECUAR-DIA-CORRIDO-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------*
012180* 1140-APURAR-DISPONIBILIDADE - RESOLVE NO CLICALEN A DATA *
012190*                  DE LIBERACAO DOS CHEQUES DO DIA: O      *
012200*                  SEGUNDO DIA "U" DEPOIS DA DATA DE       *
012210*                  EXECUCAO (D+2 DIAS DE PROCESSAMENTO).   *
012220*                  SEM O CALENDARIO, VALE D+2 CORRIDO.     *
012230*----------------------------------------------------------*
012240 1140-APURAR-DISPONIBILIDADE.
012250     MOVE ZEROS TO WRK-DATA-DISPON WRK-DIAS-U-ACHADOS.
012260     OPEN INPUT CALENDARIO.
012270     IF FS-CALENDARIO NOT = "00"
012280         PERFORM 1146-CALCULAR-D2-CORRIDO
012290                 THRU 1146-CALCULAR-D2-CORRIDO-EXIT
012300         DISPLAY "CLIMOVTO: CLICALEN NAO ENCONTRADO - "
012310                 "LIBERACAO DO CHEQUE EM D+2 CORRIDO"
012320         GO TO 1140-APURAR-DISPONIBILIDADE-EXIT
012330     END-IF.
012340     PERFORM 1145-LER-DIA-CALENDARIO
012350             THRU 1145-LER-DIA-CALENDARIO-EXIT
012360             UNTIL FIM-ARQUIVO-CALENDARIO
012370             OR WRK-DIAS-U-ACHADOS >= 2.
012380     CLOSE CALENDARIO.
012390     IF WRK-DATA-DISPON = ZEROS
012400         PERFORM 1146-CALCULAR-D2-CORRIDO
012410                 THRU 1146-CALCULAR-D2-CORRIDO-EXIT
012420     END-IF.
012430 1140-APURAR-DISPONIBILIDADE-EXIT.
012440     EXIT.
012450
012460*----------------------------------------------------------*
012470* 1146-CALCULAR-D2-CORRIDO - FALLBACK SEM CALENDARIO: SOMA *
012480*                  DOIS DIAS CORRIDOS A DATA DE EXECUCAO   *
012490*                  RESPEITANDO FIM DE MES, FIM DE ANO E    *
012500*                  ANO BISSEXTO                            *
012510*----------------------------------------------------------*
012520 1146-CALCULAR-D2-CORRIDO.
012530     MOVE WRK-DATA-EXECUCAO (1:4) TO WRK-DISP-ANO.
012540     MOVE WRK-DATA-EXECUCAO (5:2) TO WRK-DISP-MES.
012550     MOVE WRK-DATA-EXECUCAO (7:2) TO WRK-DISP-DIA.
012560     PERFORM 1147-SOMAR-DIA-CORRIDO
012570             THRU 1147-SOMAR-DIA-CORRIDO-EXIT 2 TIMES.
012580     COMPUTE WRK-DATA-DISPON = WRK-DISP-ANO * 10000
012590             + WRK-DISP-MES * 100 + WRK-DISP-DIA.
012600 1146-CALCULAR-D2-CORRIDO-EXIT.
012610     EXIT.
012620
012630*----------------------------------------------------------*
012640* 1147-SOMAR-DIA-CORRIDO - AVANCA A DATA DECOMPOSTA EM UM  *
012650*                  DIA CORRIDO                             *
012660*----------------------------------------------------------*
012670 1147-SOMAR-DIA-CORRIDO.
012680     PERFORM 1148-APURAR-DIAS-NO-MES
012690             THRU 1148-APURAR-DIAS-NO-MES-EXIT.
012700     ADD 1 TO WRK-DISP-DIA.
012710     IF WRK-DISP-DIA > WRK-DIAS-NO-MES
012720         MOVE 01 TO WRK-DISP-DIA
012730         ADD 1 TO WRK-DISP-MES
012740         IF WRK-DISP-MES > 12
012750             MOVE 01 TO WRK-DISP-MES
012760             ADD 1 TO WRK-DISP-ANO
012770         END-IF
012780     END-IF.
012790 1147-SOMAR-DIA-CORRIDO-EXIT.
012800     EXIT.
012810
012820*----------------------------------------------------------*
012830* 1148-APURAR-DIAS-NO-MES - QUANTIDADE DE DIAS DO MES DA   *
012840*                  DATA DECOMPOSTA, COM ANO BISSEXTO       *
012850*----------------------------------------------------------*
012860 1148-APURAR-DIAS-NO-MES.
012870     EVALUATE WRK-DISP-MES
012880         WHEN 01 WHEN 03 WHEN 05 WHEN 07
012890         WHEN 08 WHEN 10 WHEN 12
012900             MOVE 31 TO WRK-DIAS-NO-MES
012910         WHEN 04 WHEN 06 WHEN 09 WHEN 11
012920             MOVE 30 TO WRK-DIAS-NO-MES
012930         WHEN OTHER
012940             DIVIDE WRK-DISP-ANO BY 4 GIVING WRK-QUOC-ANO
012950                     REMAINDER WRK-RESTO-ANO
012960             IF WRK-RESTO-ANO = ZEROS
012970                 MOVE 29 TO WRK-DIAS-NO-MES
012980             ELSE
012990                 MOVE 28 TO WRK-DIAS-NO-MES
013000             END-IF
013010     END-EVALUATE.
013020 1148-APURAR-DIAS-NO-MES-EXIT.
013030     EXIT.
013040
013050*----------------------------------------------------------*
013060* 1145-LER-DIA-CALENDARIO - CONTA OS DIAS "U" POSTERIORES  *
013070*                  A DATA DE EXECUCAO                      *
013080*----------------------------------------------------------*
013090 1145-LER-DIA-CALENDARIO.
013100     READ CALENDARIO
013110         AT END
013120             SET FIM-ARQUIVO-CALENDARIO TO TRUE
013130             GO TO 1145-LER-DIA-CALENDARIO-EXIT
013140     END-READ.
013150     IF CAL-DATA > WRK-DATA-EXECUCAO AND CAL-DIA-UTIL
013160         ADD 1 TO WRK-DIAS-U-ACHADOS
013170         MOVE CAL-DATA TO WRK-DATA-DISPON
013180     END-IF.
013190 1145-LER-DIA-CALENDARIO-EXIT.
013200     EXIT.
013210
013220*----------------------------------------------------------*
013230* 1150-VERIFICAR-DATA-EXECUCAO - IMPEDE UMA SEGUNDA        *
013240*                  APLICACAO DO LOTE DE MOVIMENTOS NO      *
013250*                  MESMO DIA, CONFORME O CLIMVCT: NUMA     *
013260*                  RESSUBMISSAO DO CLIBATCH O CLIMOVD JA   *
013270*                  APLICADO SERIA POSTADO DE NOVO.         *
013280*----------------------------------------------------------*
013290 1150-VERIFICAR-DATA-EXECUCAO.
013300     OPEN INPUT CONTROLE-MOVTO.
013310     IF FS-CONTROLE-MOVTO = "00"
013320         READ CONTROLE-MOVTO
013330             AT END
013340                 CONTINUE
013350             NOT AT END
013360                 IF MVCT-ULTIMA-DATA = WRK-DATA-EXECUCAO
013370                     DISPLAY "CLIMOVTO: MOVIMENTOS DE "
013380                             WRK-DATA-EXECUCAO " JA APLICADOS"
013390                             " - ABORTANDO"
013400                     CLOSE CONTROLE-MOVTO
013410                     CLOSE CLIENTES-MASTER MOVIMENTOS
013420                     PERFORM 1190-FECHAR-OPCIONAIS
013430                             THRU 1190-FECHAR-OPCIONAIS-EXIT
013440                     MOVE 16 TO RETURN-CODE
013450                     GO TO 9999-EXIT
013460                 END-IF
013470         END-READ
013480         CLOSE CONTROLE-MOVTO
013490     END-IF.
013500 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
013510     EXIT.
013520
013530*----------------------------------------------------------*
013540* 1155-VERIFICAR-FECHAMENTO - A DATA NOVA SO E ACEITA      *
013550*                  COM O ULTIMO DIA PROCESSADO (CTRL-      *
013560*                  ULTIMA-DATA DO CLICTRL) CERTIFICADO     *
013570*                  PELO CLIFECHA OU LIBERADO PELO          *
013580*                  SUPERVISOR (FECMNT), CONFORME O         *
013590*                  CLIFECCT                                *
013600*----------------------------------------------------------*
013610 1155-VERIFICAR-FECHAMENTO.
013620     MOVE "N" TO WRK-SIT-FECHAMENTO.
013630     MOVE ZEROS TO WRK-DATA-PENDENTE.
013640     OPEN INPUT CONTROLE.
013650     IF FS-CONTROLE = "00"
013660         READ CONTROLE
013670             AT END
013680                 CONTINUE
013690             NOT AT END
013700                 MOVE CTRL-ULTIMA-DATA TO WRK-DATA-PENDENTE
013710         END-READ
013720         CLOSE CONTROLE
013730     END-IF.
013740     IF WRK-DATA-PENDENTE = ZEROS
013750             OR WRK-DATA-PENDENTE NOT < WRK-DATA-EXECUCAO
013760         GO TO 1155-VERIFICAR-FECHAMENTO-EXIT
013770     END-IF.
013780     OPEN INPUT FECHAMENTO.
013790     IF FS-FECHAMENTO = "00"
013800         READ FECHAMENTO
013810             AT END
013820                 CONTINUE
013830             NOT AT END
013840                 IF FEC-ULTIMA-DATA NOT < WRK-DATA-PENDENTE
013850                     SET DIA-ANTERIOR-CERTIFICADO TO TRUE
013860                 ELSE
013870                     IF FEC-DATA-LIBERADA = WRK-DATA-PENDENTE
013880                         SET DIA-ANTERIOR-LIBERADO TO TRUE
013890                     END-IF
013900                 END-IF
013910         END-READ
013920         CLOSE FECHAMENTO
013930     END-IF.
013940     IF DIA-ANTERIOR-CERTIFICADO
013950         GO TO 1155-VERIFICAR-FECHAMENTO-EXIT
013960     END-IF.
013970     IF DIA-ANTERIOR-LIBERADO
013980         DISPLAY "CLIMOVTO: DIA " WRK-DATA-PENDENTE " NAO "
013990                 "CERTIFICADO, LIBERADO POR " FEC-OPERADOR-LIB
014000                 " - " FEC-MOTIVO-LIB
014010         GO TO 1155-VERIFICAR-FECHAMENTO-EXIT
014020     END-IF.
014030     DISPLAY "CLIMOVTO: DIA " WRK-DATA-PENDENTE " NAO "
014040             "CERTIFICADO (CLIFECHA) NEM LIBERADO (FECMNT)"
014050             " - ABORTANDO"
014060     CLOSE CLIENTES-MASTER MOVIMENTOS
014070     PERFORM 1190-FECHAR-OPCIONAIS THRU 1190-FECHAR-OPCIONAIS-EXIT
014080     MOVE 16 TO RETURN-CODE
014090     GO TO 9999-EXIT.
014100 1155-VERIFICAR-FECHAMENTO-EXIT.
014110     EXIT.
014120
014130*----------------------------------------------------------*
014140* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
014150*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
014160*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
014170*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
014180*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
014190*----------------------------------------------------------*
014200 1160-MARCAR-EM-PROCESSAMENTO.
014210     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
014220     OPEN INPUT CONTROLE.
014230     IF FS-CONTROLE = "00"
014240         READ CONTROLE
014250             AT END
014260                 CONTINUE
014270             NOT AT END
014280                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
014290                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
014300         END-READ
014310         CLOSE CONTROLE
014320     END-IF.
014330     OPEN OUTPUT CONTROLE.
014340     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
014350     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
014360     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
014370     WRITE CTRL-REGISTRO.
014380     CLOSE CONTROLE.
014390 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
014400     EXIT.
014410
014420*----------------------------------------------------------*
014430* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
014440*                  CLICTRL AO FIM DA APLICACAO             *
014450*----------------------------------------------------------*
014460 1170-DESMARCAR-PROCESSAMENTO.
014470     OPEN OUTPUT CONTROLE.
014480     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
014490     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
014500     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
014510     WRITE CTRL-REGISTRO.
014520     CLOSE CONTROLE.
014530 1170-DESMARCAR-PROCESSAMENTO-EXIT.
014540     EXIT.
014550
014560*----------------------------------------------------------*
014570* 1180-CONSULTAR-JORNAL - LE O JORNAL CLIMVJR E GUARDA O   *
014580*                  NUMERO DO ULTIMO ITEM APLICADO NA DATA  *
014590*                  DE EXECUCAO. JORNAL COM LINHAS MAS      *
014600*                  NENHUMA DA DATA E REINICIO COM DATA     *
014610*                  DIVERGENTE - ABORTA, NOS MOLDES DO      *
014620*                  CLIENTES.                               *
014630*----------------------------------------------------------*
014640 1180-CONSULTAR-JORNAL.
014650     OPEN INPUT JORNAL.
014660     IF FS-JORNAL NOT = "00"
014670         DISPLAY "CLIMOVTO: REINICIO SEM JORNAL CLIMVJR - "
014680                 "NADA A PULAR"
014690         GO TO 1180-CONSULTAR-JORNAL-EXIT
014700     END-IF.
014710     PERFORM 1185-LER-LINHA-JORNAL
014720             THRU 1185-LER-LINHA-JORNAL-EXIT
014730             UNTIL FS-JORNAL NOT = "00".
014740     CLOSE JORNAL.
014750     MOVE "00" TO FS-JORNAL.
014760     IF JORNAL-TEM-LINHA AND WRK-JRNL-ULTIMO-ITEM = ZEROS
014770         DISPLAY "CLIMOVTO: REINICIO COM DATA DIVERGENTE DO "
014780                 "JORNAL (" WRK-DATA-EXECUCAO ") - ABORTANDO"
014790         CLOSE CLIENTES-MASTER MOVIMENTOS
014800         PERFORM 1190-FECHAR-OPCIONAIS
014810                 THRU 1190-FECHAR-OPCIONAIS-EXIT
014820         MOVE 16 TO RETURN-CODE
014830         GO TO 9999-EXIT
014840     END-IF.
014850     IF WRK-JRNL-ULTIMO-ITEM > ZEROS
014860         DISPLAY "CLIMOVTO: REINICIO APOS O ITEM "
014870                 WRK-JRNL-ULTIMO-ITEM
014880     END-IF.
014890 1180-CONSULTAR-JORNAL-EXIT.
014900     EXIT.
014910
014920*----------------------------------------------------------*
014930* 1185-LER-LINHA-JORNAL - TRATA UMA LINHA DO JORNAL        *
014940*----------------------------------------------------------*
014950 1185-LER-LINHA-JORNAL.
014960     READ JORNAL
014970         AT END
014980             MOVE "10" TO FS-JORNAL
014990             GO TO 1185-LER-LINHA-JORNAL-EXIT
015000     END-READ.
015010     SET JORNAL-TEM-LINHA TO TRUE.
015020     IF JRNL-DATA = WRK-DATA-EXECUCAO
015030             AND JRNL-ITEM > WRK-JRNL-ULTIMO-ITEM
015040         MOVE JRNL-ITEM TO WRK-JRNL-ULTIMO-ITEM
015050     END-IF.
015060 1185-LER-LINHA-JORNAL-EXIT.
015070     EXIT.
015080
015090*----------------------------------------------------------*
015100* 1190-FECHAR-OPCIONAIS - FECHA OS ARQUIVOS OPCIONAIS JA   *
015110*                  ABERTOS NA INICIALIZACAO, QUANDO ELA    *
015120*                  ABORTA O STEP                           *
015130*----------------------------------------------------------*
015140 1190-FECHAR-OPCIONAIS.
015150     IF ARQUIVO-BLOQUEIOS-OK
015160         CLOSE BLOQUEIOS
015170     END-IF.
015180     IF ARQUIVO-LIMITES-OK
015190         CLOSE LIMITES
015200     END-IF.
015210     IF ARQUIVO-PROC-OK
015220         CLOSE PROCURADORES
015230     END-IF.
015240     IF ARQUIVO-FLOAT-OK
015250         CLOSE FLUTUANTES
015260     END-IF.
015270 1190-FECHAR-OPCIONAIS-EXIT.
015280     EXIT.
015290
015300*----------------------------------------------------------*
015310* 1200-CONFERIR-LOTES - LE O CLIMOVD INTEIRO E MONTA A     *
015320*                  TABELA DOS LOTES (CABECALHO "H" ATE     *
015330*                  TRAILER "Z", LAYOUT CLIMVCRG),          *
015340*                  CONFERINDO QUANTIDADE E HASH DO TRAILER *
015350*                  CONTRA O LIDO. DEPOIS MARCA O LOTE      *
015360*                  REPETIDO E REABRE O ARQUIVO PARA A      *
015370*                  APLICACAO                               *
015380*----------------------------------------------------------*
015390 1200-CONFERIR-LOTES.
015400     MOVE ZEROS TO WRK-QTD-LOTES WRK-LOTE-CORRENTE.
015410     MOVE "N"   TO WRK-DENTRO-LOTE WRK-FIM-CONFERENCIA.
015420     PERFORM 1210-CONFERIR-REGISTRO
015430             THRU 1210-CONFERIR-REGISTRO-EXIT
015440             UNTIL FIM-CONFERENCIA-LOTES.
015450     IF DENTRO-DE-LOTE
015460         SET LOTE-SEM-TRAILER (WRK-LOTE-CORRENTE) TO TRUE
015470     END-IF.
015480     PERFORM 1230-MARCAR-REPETIDO
015490             THRU 1230-MARCAR-REPETIDO-EXIT
015500             VARYING WRK-IDX-LOTE FROM 2 BY 1
015510             UNTIL WRK-IDX-LOTE > WRK-QTD-LOTES.
015520     PERFORM 1240-CONTAR-LOTE
015530             THRU 1240-CONTAR-LOTE-EXIT
015540             VARYING WRK-IDX-LOTE FROM 1 BY 1
015550             UNTIL WRK-IDX-LOTE > WRK-QTD-LOTES.
015560     IF WRK-CONT-LOTES-REJ > ZEROS OR WRK-CONT-FORA-LOTE > ZEROS
015570         DISPLAY "CLIMOVTO: " WRK-CONT-LOTES-REJ
015580                 " LOTE(S) REJEITADO(S) E " WRK-CONT-FORA-LOTE
015590                 " MOVIMENTO(S) FORA DE LOTE NO CLIMOVD"
015600     END-IF.
015610     CLOSE MOVIMENTOS.
015620     OPEN INPUT MOVIMENTOS.
015630     IF FS-MOVIMENTOS NOT = "00"
015640         DISPLAY "CLIMOVTO: ERRO AO REABRIR CLIMOVD - STATUS "
015650                 FS-MOVIMENTOS
015660         CLOSE CLIENTES-MASTER
015670         PERFORM 1190-FECHAR-OPCIONAIS
015680                 THRU 1190-FECHAR-OPCIONAIS-EXIT
015690         MOVE 16 TO RETURN-CODE
015700         GO TO 9999-EXIT
015710     END-IF.
015720*    NA APLICACAO O LOTE CORRENTE E ACOMPANHADO DE NOVO, COM
015730*    A MESMA REGRA, PARA ACHAR A SITUACAO NA TABELA.
015740     MOVE ZEROS TO WRK-LOTE-CORRENTE.
015750     MOVE "N"   TO WRK-DENTRO-LOTE.
015760 1200-CONFERIR-LOTES-EXIT.
015770     EXIT.
015780
015790*----------------------------------------------------------*
015800* 1210-CONFERIR-REGISTRO - TRATA UM REGISTRO DO CLIMOVD NA *
015810*                  CONFERENCIA. CABECALHO ABRE LOTE NOVO   *
015820*                  (O QUE ESTAVA ABERTO FICA SEM TRAILER); *
015830*                  TRAILER FECHA O LOTE ABERTO OU, SEM     *
015840*                  LOTE ABERTO, ENTRA COMO TRAILER SEM     *
015850*                  CABECALHO; MOVIMENTO SOMA NO LOTE       *
015860*                  ABERTO OU E FORA DE LOTE                *
015870*----------------------------------------------------------*
015880 1210-CONFERIR-REGISTRO.
015890     READ MOVIMENTOS
015900         AT END
015910             SET FIM-CONFERENCIA-LOTES TO TRUE
015920             GO TO 1210-CONFERIR-REGISTRO-EXIT
015930     END-READ.
015940     IF MOVC-CABECALHO
015950         IF DENTRO-DE-LOTE
015960             SET LOTE-SEM-TRAILER (WRK-LOTE-CORRENTE) TO TRUE
015970         END-IF
015980         PERFORM 1220-ABRIR-ENTRADA-LOTE
015990                 THRU 1220-ABRIR-ENTRADA-LOTE-EXIT
016000         SET DENTRO-DE-LOTE TO TRUE
016010         GO TO 1210-CONFERIR-REGISTRO-EXIT
016020     END-IF.
016030     IF MOVC-TRAILER
016040         IF NOT DENTRO-DE-LOTE
016050             PERFORM 1220-ABRIR-ENTRADA-LOTE
016060                     THRU 1220-ABRIR-ENTRADA-LOTE-EXIT
016070             MOVE MOVC-QTD
016080               TO TAB-LOTE-QTD-INF (WRK-LOTE-CORRENTE)
016090             MOVE MOVC-HASH
016100               TO TAB-LOTE-HASH-INF (WRK-LOTE-CORRENTE)
016110             SET LOTE-SEM-CABECALHO (WRK-LOTE-CORRENTE) TO TRUE
016120             GO TO 1210-CONFERIR-REGISTRO-EXIT
016130         END-IF
016140         MOVE MOVC-QTD  TO TAB-LOTE-QTD-INF (WRK-LOTE-CORRENTE)
016150         MOVE MOVC-HASH TO TAB-LOTE-HASH-INF (WRK-LOTE-CORRENTE)
016160         IF MOVC-ORIGEM = TAB-LOTE-ORIGEM (WRK-LOTE-CORRENTE)
016170                 AND MOVC-DATA = TAB-LOTE-DATA (WRK-LOTE-CORRENTE)
016180                 AND MOVC-HORA = TAB-LOTE-HORA (WRK-LOTE-CORRENTE)
016190                 AND MOVC-QTD =
016200                     TAB-LOTE-QTD-LIDA (WRK-LOTE-CORRENTE)
016210                 AND MOVC-HASH =
016220                     TAB-LOTE-HASH-LIDO (WRK-LOTE-CORRENTE)
016230             SET LOTE-ACEITO (WRK-LOTE-CORRENTE) TO TRUE
016240         ELSE
016250             SET LOTE-DESBALANCEADO (WRK-LOTE-CORRENTE) TO TRUE
016260         END-IF
016270         MOVE "N" TO WRK-DENTRO-LOTE
016280         GO TO 1210-CONFERIR-REGISTRO-EXIT
016290     END-IF.
016300     IF NOT DENTRO-DE-LOTE
016310         ADD 1 TO WRK-CONT-FORA-LOTE
016320         GO TO 1210-CONFERIR-REGISTRO-EXIT
016330     END-IF.
016340     ADD 1 TO TAB-LOTE-QTD-LIDA (WRK-LOTE-CORRENTE).
016350*    VALOR NAO NUMERICO NAO ENTRA NO HASH: O LOTE NAO FECHA.
016360     IF MOV-VALOR IS NUMERIC
016370         ADD MOV-VALOR TO TAB-LOTE-HASH-LIDO (WRK-LOTE-CORRENTE)
016380     END-IF.
016390 1210-CONFERIR-REGISTRO-EXIT.
016400     EXIT.
016410
016420*----------------------------------------------------------*
016430* 1220-ABRIR-ENTRADA-LOTE - OCUPA A PROXIMA ENTRADA DA     *
016440*                  TABELA COM A IDENTIFICACAO DO REGISTRO  *
016450*                  DE CONTROLE LIDO. TABELA CHEIA ABORTA O *
016460*                  STEP                                    *
016470*----------------------------------------------------------*
016480 1220-ABRIR-ENTRADA-LOTE.
016490     IF WRK-QTD-LOTES NOT < WRK-MAX-LOTES
016500         DISPLAY "CLIMOVTO: MAIS DE " WRK-MAX-LOTES
016510                 " LOTES NO CLIMOVD - ABORTANDO"
016520         CLOSE CLIENTES-MASTER MOVIMENTOS
016530         PERFORM 1190-FECHAR-OPCIONAIS
016540                 THRU 1190-FECHAR-OPCIONAIS-EXIT
016550         MOVE 16 TO RETURN-CODE
016560         GO TO 9999-EXIT
016570     END-IF.
016580     ADD 1 TO WRK-QTD-LOTES.
016590     MOVE WRK-QTD-LOTES TO WRK-LOTE-CORRENTE.
016600     MOVE MOVC-ORIGEM TO TAB-LOTE-ORIGEM (WRK-LOTE-CORRENTE).
016610     MOVE MOVC-DATA   TO TAB-LOTE-DATA (WRK-LOTE-CORRENTE).
016620     MOVE MOVC-HORA   TO TAB-LOTE-HORA (WRK-LOTE-CORRENTE).
016630     MOVE ZEROS       TO TAB-LOTE-QTD-INF (WRK-LOTE-CORRENTE)
016640                         TAB-LOTE-HASH-INF (WRK-LOTE-CORRENTE)
016650                         TAB-LOTE-QTD-LIDA (WRK-LOTE-CORRENTE)
016660                         TAB-LOTE-HASH-LIDO (WRK-LOTE-CORRENTE).
016670     SET LOTE-EM-ABERTO (WRK-LOTE-CORRENTE) TO TRUE.
016680 1220-ABRIR-ENTRADA-LOTE-EXIT.
016690     EXIT.
016700
016710*----------------------------------------------------------*
016720* 1230-MARCAR-REPETIDO - LOTE ACEITO COM A MESMA ORIGEM,   *
016730*                  DATA E HORA DE UM LOTE ACEITO ANTERIOR  *
016740*                  E O MESMO LOTE GRAVADO DUAS VEZES: SO O *
016750*                  PRIMEIRO VALE                           *
016760*----------------------------------------------------------*
016770 1230-MARCAR-REPETIDO.
016780     IF NOT LOTE-ACEITO (WRK-IDX-LOTE)
016790         GO TO 1230-MARCAR-REPETIDO-EXIT
016800     END-IF.
016810     PERFORM 1235-COMPARAR-LOTE-ANTERIOR
016820             THRU 1235-COMPARAR-LOTE-ANTERIOR-EXIT
016830             VARYING WRK-IDX-LOTE-ANT FROM 1 BY 1
016840             UNTIL WRK-IDX-LOTE-ANT NOT < WRK-IDX-LOTE
016850                OR LOTE-REPETIDO (WRK-IDX-LOTE).
016860 1230-MARCAR-REPETIDO-EXIT.
016870     EXIT.
016880
016890*----------------------------------------------------------*
016900* 1235-COMPARAR-LOTE-ANTERIOR - MARCA O LOTE COMO REPETIDO *
016910*                  SE O LOTE ANTERIOR DA TABELA, TAMBEM    *
016920*                  ACEITO, TEM A MESMA ORIGEM, DATA E HORA *
016930*----------------------------------------------------------*
016940 1235-COMPARAR-LOTE-ANTERIOR.
016950     IF LOTE-ACEITO (WRK-IDX-LOTE-ANT)
016960             AND TAB-LOTE-ORIGEM (WRK-IDX-LOTE-ANT) =
016970                 TAB-LOTE-ORIGEM (WRK-IDX-LOTE)
016980             AND TAB-LOTE-DATA (WRK-IDX-LOTE-ANT) =
016990                 TAB-LOTE-DATA (WRK-IDX-LOTE)
017000             AND TAB-LOTE-HORA (WRK-IDX-LOTE-ANT) =
017010                 TAB-LOTE-HORA (WRK-IDX-LOTE)
017020         SET LOTE-REPETIDO (WRK-IDX-LOTE) TO TRUE
017030     END-IF.
017040 1235-COMPARAR-LOTE-ANTERIOR-EXIT.
017050     EXIT.
017060
017070*----------------------------------------------------------*
017080* 1240-CONTAR-LOTE - SOMA O LOTE NOS ACEITOS OU NOS        *
017090*                  REJEITADOS                              *
017100*----------------------------------------------------------*
017110 1240-CONTAR-LOTE.
017120     IF LOTE-ACEITO (WRK-IDX-LOTE)
017130         ADD 1 TO WRK-CONT-LOTES-ACEITOS
017140     ELSE
017150         ADD 1 TO WRK-CONT-LOTES-REJ
017160     END-IF.
017170 1240-CONTAR-LOTE-EXIT.
017180     EXIT.
017190
017200*----------------------------------------------------------*
017210* 2000-PROCESSAR-MOVIMENTO - CRITICA E APLICA UM MOVIMENTO *
017220*----------------------------------------------------------*
017230 2000-PROCESSAR-MOVIMENTO.
017240*    CABECALHO E TRAILER SO MUDAM O LOTE CORRENTE, NA MESMA
017250*    REGRA DA CONFERENCIA (1210).
017260     IF MOVC-CABECALHO
017270         ADD 1 TO WRK-LOTE-CORRENTE
017280         SET DENTRO-DE-LOTE TO TRUE
017290         ADD 1 TO WRK-CONT-CONTROLE
017300         PERFORM 2100-LER-PROXIMO-MOVIMENTO
017310                 THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT
017320         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
017330     END-IF.
017340     IF MOVC-TRAILER
017350         IF NOT DENTRO-DE-LOTE
017360             ADD 1 TO WRK-LOTE-CORRENTE
017370         END-IF
017380         MOVE "N" TO WRK-DENTRO-LOTE
017390         ADD 1 TO WRK-CONT-CONTROLE
017400         PERFORM 2100-LER-PROXIMO-MOVIMENTO
017410                 THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT
017420         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
017430     END-IF.
017440*    NO REINICIO, OS ITENS ATE O ULTIMO JORNALIZADO JA
017450*    FORAM APLICADOS (OU REJEITADOS) PELA EXECUCAO
017460*    ABORTADA E SAO PULADOS.
017470     IF PARTIDA-REINICIO
017480             AND WRK-CONT-LIDOS NOT > WRK-JRNL-ULTIMO-ITEM
017490         ADD 1 TO WRK-CONT-PULADOS
017500         PERFORM 2100-LER-PROXIMO-MOVIMENTO
017510                 THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT
017520         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
017530     END-IF.
017540*    ITEM FORA DE LOTE OU DE LOTE QUE NAO PASSOU NA
017550*    CONFERENCIA VAI INTEIRO PARA O CLIMOVR, SEM CRITICA.
017560     PERFORM 2005-CONFERIR-LOTE-ITEM
017570             THRU 2005-CONFERIR-LOTE-ITEM-EXIT.
017580     IF WRK-COD-MOTIVO-REJ NOT = ZEROS
017590         ADD 1 TO WRK-CONT-ITENS-LOTE-REJ
017600         PERFORM 2020-GRAVAR-REJEITO
017610                 THRU 2020-GRAVAR-REJEITO-EXIT
017620         PERFORM 2100-LER-PROXIMO-MOVIMENTO
017630                 THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT
017640         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
017650     END-IF.
017660     PERFORM 2010-VALIDAR-MOVIMENTO
017670             THRU 2010-VALIDAR-MOVIMENTO-EXIT.
017680     IF MOVIMENTO-INVALIDO
017690         PERFORM 2020-GRAVAR-REJEITO
017700                 THRU 2020-GRAVAR-REJEITO-EXIT
017710         PERFORM 2100-LER-PROXIMO-MOVIMENTO
017720                 THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT
017730         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
017740     END-IF.
017750     PERFORM 2200-CONFERIR-RETENCAO
017760             THRU 2200-CONFERIR-RETENCAO-EXIT.
017770     IF MOVIMENTO-RETIDO
017780         PERFORM 2210-RETER-MOVIMENTO
017790                 THRU 2210-RETER-MOVIMENTO-EXIT
017800         PERFORM 2100-LER-PROXIMO-MOVIMENTO
017810                 THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT
017820         GO TO 2000-PROCESSAR-MOVIMENTO-EXIT
017830     END-IF.
017840     PERFORM 2030-APLICAR-MOVIMENTO
017850             THRU 2030-APLICAR-MOVIMENTO-EXIT.
017860     PERFORM 2100-LER-PROXIMO-MOVIMENTO
017870             THRU 2100-LER-PROXIMO-MOVIMENTO-EXIT.
017880 2000-PROCESSAR-MOVIMENTO-EXIT.
017890     EXIT.
017900
017910*----------------------------------------------------------*
017920* 2005-CONFERIR-LOTE-ITEM - DEVOLVE EM WRK-COD-MOTIVO-REJ  *
017930*                  O MOTIVO DE REJEICAO DO ITEM PELA       *
017940*                  SITUACAO DO SEU LOTE (ZEROS SE ACEITO)  *
017950*----------------------------------------------------------*
017960 2005-CONFERIR-LOTE-ITEM.
017970     MOVE ZEROS TO WRK-COD-MOTIVO-REJ.
017980     IF NOT DENTRO-DE-LOTE
017990         MOVE 88 TO WRK-COD-MOTIVO-REJ
018000         GO TO 2005-CONFERIR-LOTE-ITEM-EXIT
018010     END-IF.
018020     EVALUATE TRUE
018030         WHEN LOTE-ACEITO (WRK-LOTE-CORRENTE)
018040             CONTINUE
018050         WHEN LOTE-REPETIDO (WRK-LOTE-CORRENTE)
018060             MOVE 89 TO WRK-COD-MOTIVO-REJ
018070         WHEN LOTE-DESBALANCEADO (WRK-LOTE-CORRENTE)
018080             MOVE 87 TO WRK-COD-MOTIVO-REJ
018090         WHEN OTHER
018100             MOVE 86 TO WRK-COD-MOTIVO-REJ
018110     END-EVALUATE.
018120 2005-CONFERIR-LOTE-ITEM-EXIT.
018130     EXIT.
018140
018150*----------------------------------------------------------*
018160* 2010-VALIDAR-MOVIMENTO - CRITICA O MOVIMENTO ANTES DE    *
018170*                       APLICA-LO. A CONTA DE ORIGEM (E A  *
018180*                       DE DESTINO, NUMA TRANSFERENCIA)    *
018190*                       PASSA PELOS MESMOS TESTES DE       *
018200*                       ELEGIBILIDADE DO LOTE DE JUROS:    *
018210*                       EXISTE, ATIVA, JA ABERTA E NAO     *
018220*                       ENCERRADA NA DATA DE EXECUCAO. O   *
018230*                       PAGAMENTO DE VALOR A RECEBER TEM   *
018240*                       CRITICA PROPRIA (2026); O DEBITO   *
018250*                       EM CONTA DE TITULAR MENOR (2028) E *
018260*                       O FEITO POR REPRESENTANTE (2027)   *
018270*                       TAMBEM.                            *
018280*----------------------------------------------------------*
018290 2010-VALIDAR-MOVIMENTO.
018300     SET MOVIMENTO-VALIDO TO TRUE.
018310     MOVE ZEROS TO WRK-COD-MOTIVO-REJ.
018320     IF NOT MOV-DEPOSITO AND NOT MOV-SAQUE
018330             AND NOT MOV-TRANSFERENCIA
018340             AND NOT MOV-ESTORNO-CHEQUE
018350             AND NOT MOV-TRANSF-EXTERNA
018360             AND NOT MOV-VALORES-RECEBER
018370         SET MOVIMENTO-INVALIDO TO TRUE
018380         MOVE 10 TO WRK-COD-MOTIVO-REJ
018390         GO TO 2010-VALIDAR-MOVIMENTO-EXIT
018400     END-IF.
018410     IF MOV-VALOR = ZEROS
018420         SET MOVIMENTO-INVALIDO TO TRUE
018430         MOVE 20 TO WRK-COD-MOTIVO-REJ
018440         GO TO 2010-VALIDAR-MOVIMENTO-EXIT
018450     END-IF.
018460     MOVE MOV-CLIENTE TO CLI-ID.
018470     READ CLIENTES-MASTER
018480         INVALID KEY
018490             SET MOVIMENTO-INVALIDO TO TRUE
018500             MOVE 30 TO WRK-COD-MOTIVO-REJ
018510     END-READ.
018520     IF MOVIMENTO-INVALIDO
018530         GO TO 2010-VALIDAR-MOVIMENTO-EXIT
018540     END-IF.
018550*    SO O DEPOSITO EM DINHEIRO E CREDITO PARA A CONTA DE
018560*    ORIGEM (CHEQUE PODE VOLTAR E NAO ABATE PREJUIZO).
018570     MOVE "N" TO WRK-LANCTO-CREDITO.
018580     IF MOV-DEPOSITO AND NOT MOV-EM-CHEQUE
018590         SET LANCTO-CREDITO TO TRUE
018600     END-IF.
018610     IF MOV-VALORES-RECEBER
018620         PERFORM 2026-CRITICAR-VALORES-RECEBER
018630                 THRU 2026-CRITICAR-VALORES-RECEBER-EXIT
018640     ELSE
018650         PERFORM 2015-CRITICAR-ELEGIBILIDADE
018660                 THRU 2015-CRITICAR-ELEGIBILIDADE-EXIT
018670     END-IF.
018680     IF MOVIMENTO-INVALIDO
018690         GO TO 2010-VALIDAR-MOVIMENTO-EXIT
018700     END-IF.
018710     IF MOV-TRANSF-EXTERNA OR MOV-VALORES-RECEBER
018720         PERFORM 2024-CRITICAR-FAVORECIDO
018730                 THRU 2024-CRITICAR-FAVORECIDO-EXIT
018740         IF MOVIMENTO-INVALIDO
018750             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
018760         END-IF
018770     END-IF.
018780     IF MOV-SAQUE OR MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA
018790         PERFORM 2025-CRITICAR-RECADASTRO
018800                 THRU 2025-CRITICAR-RECADASTRO-EXIT
018810         IF MOVIMENTO-INVALIDO
018820             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
018830         END-IF
018840     END-IF.
018850     MOVE "N" TO WRK-MOV-RESP.
018860     IF MOV-SAQUE OR MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA
018870         PERFORM 2028-CRITICAR-MENOR
018880                 THRU 2028-CRITICAR-MENOR-EXIT
018890         IF MOVIMENTO-INVALIDO
018900             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
018910         END-IF
018920     END-IF.
018930     IF (MOV-SAQUE OR MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA)
018940             AND MOV-REPRESENTANTE NOT = SPACES
018950             AND MOV-REPRESENTANTE NOT = ZEROS
018960             AND NOT MOVIMENTO-DO-RESPONSAVEL
018970         PERFORM 2027-CRITICAR-REPRESENTANTE
018980                 THRU 2027-CRITICAR-REPRESENTANTE-EXIT
018990         IF MOVIMENTO-INVALIDO
019000             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019010         END-IF
019020     END-IF.
019030     MOVE CLI-SALDO TO WRK-SALDO-ORIGEM.
019040     MOVE CLI-MOEDA TO WRK-MOEDA-ORIGEM.
019050     MOVE CLI-TIPO-CONTA TO WRK-TIPO-ORIGEM.
019060     MOVE ZEROS TO WRK-REATIV-ORIGEM WRK-ABERTURA-DESTINO.
019070     IF CLI-DATA-REATIVACAO IS NUMERIC
019080         MOVE CLI-DATA-REATIVACAO TO WRK-REATIV-ORIGEM
019090     END-IF.
019100     IF MOV-SAQUE OR MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA
019110         PERFORM 2016-APURAR-LIMITE-CLIENTE
019120                 THRU 2016-APURAR-LIMITE-CLIENTE-EXIT
019130     END-IF.
019140*    VALOR A RECEBER SO SAI ATE O SALDO CREDOR DA CONTA.
019150     IF MOV-VALORES-RECEBER
019160         MOVE ZEROS TO WRK-LIMITE-CLIENTE
019170     END-IF.
019180     IF (MOV-SAQUE OR MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA
019190             OR MOV-VALORES-RECEBER)
019200             AND WRK-SALDO-ORIGEM - MOV-VALOR < WRK-LIMITE-CLIENTE
019210         SET MOVIMENTO-INVALIDO TO TRUE
019220         MOVE 60 TO WRK-COD-MOTIVO-REJ
019230         GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019240     END-IF.
019250*    O DEBITO NAO PODE AVANCAR SOBRE O VALOR BLOQUEADO
019260*    JUDICIAL OU ADMINISTRATIVAMENTE: O DISPONIVEL E O
019270*    SALDO MENOS OS BLOQUEIOS VIGENTES DO CLIENTE.
019280     IF (MOV-SAQUE OR MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA
019290             OR MOV-VALORES-RECEBER)
019300             AND ARQUIVO-BLOQUEIOS-OK
019310         PERFORM 2017-SOMAR-BLOQUEIOS
019320                 THRU 2017-SOMAR-BLOQUEIOS-EXIT
019330         IF WRK-SALDO-ORIGEM - MOV-VALOR - WRK-TOTAL-BLOQUEADO
019340                 < WRK-LIMITE-CLIENTE
019350             SET MOVIMENTO-INVALIDO TO TRUE
019360             MOVE 65 TO WRK-COD-MOTIVO-REJ
019370             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019380         END-IF
019390     END-IF.
019400*    SO FUNDOS JA LIBERADOS CONTAM: CHEQUES AINDA EM
019410*    COMPENSACAO (CLIFLOAT PENDENTE COM LIBERACAO FUTURA)
019420*    NAO COBREM SAQUE NEM TRANSFERENCIA.
019430     IF (MOV-SAQUE OR MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA
019440             OR MOV-VALORES-RECEBER)
019450             AND ARQUIVO-FLOAT-OK
019460         PERFORM 2019-SOMAR-FLUTUANTES
019470                 THRU 2019-SOMAR-FLUTUANTES-EXIT
019480         IF WRK-SALDO-ORIGEM - MOV-VALOR - WRK-TOTAL-BLOQUEADO
019490                 - WRK-TOTAL-FLUTUANTE < WRK-LIMITE-CLIENTE
019500             SET MOVIMENTO-INVALIDO TO TRUE
019510             MOVE 67 TO WRK-COD-MOTIVO-REJ
019520             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019530         END-IF
019540     END-IF.
019550*    ESTORNO DE CHEQUE DEVOLVIDO EXIGE UM FLOAT PENDENTE DO
019560*    CLIENTE COM O MESMO VALOR.
019570     IF MOV-ESTORNO-CHEQUE
019580         IF NOT ARQUIVO-FLOAT-OK
019590             SET MOVIMENTO-INVALIDO TO TRUE
019600             MOVE 68 TO WRK-COD-MOTIVO-REJ
019610             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019620         END-IF
019630         PERFORM 2021-CASAR-FLOAT-ESTORNO
019640                 THRU 2021-CASAR-FLOAT-ESTORNO-EXIT
019650         IF NOT FLOAT-CASADO
019660             SET MOVIMENTO-INVALIDO TO TRUE
019670             MOVE 68 TO WRK-COD-MOTIVO-REJ
019680             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019690         END-IF
019700     END-IF.
019710     IF MOV-TRANSFERENCIA
019720         IF MOV-CLIENTE-DEST = MOV-CLIENTE
019730             SET MOVIMENTO-INVALIDO TO TRUE
019740             MOVE 90 TO WRK-COD-MOTIVO-REJ
019750             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019760         END-IF
019770         MOVE MOV-CLIENTE-DEST TO CLI-ID
019780         READ CLIENTES-MASTER
019790             INVALID KEY
019800                 SET MOVIMENTO-INVALIDO TO TRUE
019810                 MOVE 70 TO WRK-COD-MOTIVO-REJ
019820         END-READ
019830         IF MOVIMENTO-INVALIDO
019840             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019850         END-IF
019860         SET LANCTO-CREDITO TO TRUE
019870         PERFORM 2015-CRITICAR-ELEGIBILIDADE
019880                 THRU 2015-CRITICAR-ELEGIBILIDADE-EXIT
019890         IF MOVIMENTO-INVALIDO
019900             MOVE 80 TO WRK-COD-MOTIVO-REJ
019910             GO TO 2010-VALIDAR-MOVIMENTO-EXIT
019920         END-IF
019930         MOVE CLI-DATA-ABERTURA TO WRK-ABERTURA-DESTINO
019940         IF CLI-MOEDA NOT = WRK-MOEDA-ORIGEM
019950             SET MOVIMENTO-INVALIDO TO TRUE
019960             MOVE 95 TO WRK-COD-MOTIVO-REJ
019970         END-IF
019980     END-IF.
019990 2010-VALIDAR-MOVIMENTO-EXIT.
020000     EXIT.
020010
020020*----------------------------------------------------------*
020030* 2015-CRITICAR-ELEGIBILIDADE - CONFERE SE O CLIENTE LIDO  *
020040*                       NO REGISTRO CORRENTE PODE RECEBER  *
020050*                       LANCAMENTO: ATIVO, JA ABERTO E NAO *
020060*                       ENCERRADO NA DATA DE EXECUCAO.     *
020070*                       CONTA BAIXADA PARA PREJUIZO SO     *
020080*                       RECEBE CREDITO (WRK-LANCTO-CREDITO *
020090*                       LIGADO PELO CHAMADOR). CONTA       *
020100*                       CONGELADA POR OBITO NAO RECEBE     *
020110*                       NENHUM LANCAMENTO.                 *
020120*----------------------------------------------------------*
020130 2015-CRITICAR-ELEGIBILIDADE.
020140     IF CLI-INATIVO
020150         SET MOVIMENTO-INVALIDO TO TRUE
020160         MOVE 40 TO WRK-COD-MOTIVO-REJ
020170         GO TO 2015-CRITICAR-ELEGIBILIDADE-EXIT
020180     END-IF.
020190     IF CLI-DORMENTE
020200         SET MOVIMENTO-INVALIDO TO TRUE
020210         MOVE 45 TO WRK-COD-MOTIVO-REJ
020220         GO TO 2015-CRITICAR-ELEGIBILIDADE-EXIT
020230     END-IF.
020240     IF CLI-FALECIDO
020250         SET MOVIMENTO-INVALIDO TO TRUE
020260         MOVE 48 TO WRK-COD-MOTIVO-REJ
020270         GO TO 2015-CRITICAR-ELEGIBILIDADE-EXIT
020280     END-IF.
020290     IF CLI-PREJUIZO AND NOT LANCTO-CREDITO
020300         SET MOVIMENTO-INVALIDO TO TRUE
020310         MOVE 47 TO WRK-COD-MOTIVO-REJ
020320         GO TO 2015-CRITICAR-ELEGIBILIDADE-EXIT
020330     END-IF.
020340     IF CLI-DATA-ABERTURA > WRK-DATA-EXECUCAO
020350             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS
020360             AND CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-EXECUCAO)
020370         SET MOVIMENTO-INVALIDO TO TRUE
020380         MOVE 50 TO WRK-COD-MOTIVO-REJ
020390     END-IF.
020400 2015-CRITICAR-ELEGIBILIDADE-EXIT.
020410     EXIT.
020420
020430*----------------------------------------------------------*
020440* 2024-CRITICAR-FAVORECIDO - CRITICA DA TRANSFERENCIA PARA *
020450*                       OUTRO BANCO: FILA DE REMESSA       *
020460*                       ABERTA, CONTA DE ORIGEM EM REAIS E *
020470*                       FAVORECIDO COMPLETO, COM CPF/CNPJ  *
020480*                       VALIDO PELO DIGITO VERIFICADOR     *
020490*----------------------------------------------------------*
020500 2024-CRITICAR-FAVORECIDO.
020510     IF NOT ARQUIVO-FILA-TED-OK
020520         SET MOVIMENTO-INVALIDO TO TRUE
020530         MOVE 77 TO WRK-COD-MOTIVO-REJ
020540         GO TO 2024-CRITICAR-FAVORECIDO-EXIT
020550     END-IF.
020560     IF NOT MOEDA-REAL
020570         SET MOVIMENTO-INVALIDO TO TRUE
020580         MOVE 76 TO WRK-COD-MOTIVO-REJ
020590         GO TO 2024-CRITICAR-FAVORECIDO-EXIT
020600     END-IF.
020610     IF NOT MOV-EXT-MODAL-VALIDA
020620             OR MOV-EXT-BANCO NOT NUMERIC
020630             OR MOV-EXT-AGENCIA NOT NUMERIC
020640             OR MOV-EXT-CONTA NOT NUMERIC
020650             OR MOV-EXT-DOCUMENTO NOT NUMERIC
020660         SET MOVIMENTO-INVALIDO TO TRUE
020670         MOVE 75 TO WRK-COD-MOTIVO-REJ
020680         GO TO 2024-CRITICAR-FAVORECIDO-EXIT
020690     END-IF.
020700     IF MOV-EXT-BANCO = ZEROS OR MOV-EXT-AGENCIA = ZEROS
020710             OR MOV-EXT-CONTA = ZEROS
020720         SET MOVIMENTO-INVALIDO TO TRUE
020730         MOVE 75 TO WRK-COD-MOTIVO-REJ
020740         GO TO 2024-CRITICAR-FAVORECIDO-EXIT
020750     END-IF.
020760     CALL "DOCVALID" USING MOV-EXT-DOCUMENTO
020770             MOV-EXT-TIPO-DOC WRK-DOC-VALIDO.
020780     IF DOCUMENTO-COM-ERRO
020790         SET MOVIMENTO-INVALIDO TO TRUE
020800         MOVE 75 TO WRK-COD-MOTIVO-REJ
020810     END-IF.
020820 2024-CRITICAR-FAVORECIDO-EXIT.
020830     EXIT.
020840
020850*----------------------------------------------------------*
020860* 2025-CRITICAR-RECADASTRO - DEBITO DE INICIATIVA DO       *
020870*                       CLIENTE EM CONTA COM O CADASTRO    *
020880*                       VENCIDO HA MAIS QUE A CARENCIA E   *
020890*                       RECUSADO. O LIMITE E O VENCIMENTO  *
020900*                       MAIS A CARENCIA EM MESES; DIA QUE  *
020910*                       NAO EXISTE NO MES DE CHEGADA (31   *
020920*                       EM FEVEREIRO) SO ADIA A COMPARACAO *
020930*                       PARA O DIA 1 SEGUINTE, COMO SE     *
020940*                       FOSSE O ULTIMO DIA DO MES          *
020950*----------------------------------------------------------*
020960 2025-CRITICAR-RECADASTRO.
020970     IF CLI-DATA-PROX-REVISAO = ZEROS
020980             OR CLI-DATA-PROX-REVISAO NOT NUMERIC
020990         GO TO 2025-CRITICAR-RECADASTRO-EXIT
021000     END-IF.
021010     MOVE CLI-DATA-PROX-REVISAO (1:4) TO WRK-ANO-KYC.
021020     MOVE CLI-DATA-PROX-REVISAO (5:2) TO WRK-MES-KYC.
021030     COMPUTE WRK-MESES-KYC = WRK-ANO-KYC * 12
021040             + WRK-MES-KYC - 1 + WRK-CARENCIA-KYC.
021050     DIVIDE WRK-MESES-KYC BY 12 GIVING WRK-ANO-KYC
021060             REMAINDER WRK-MES-KYC.
021070     ADD 1 TO WRK-MES-KYC.
021080     MOVE CLI-DATA-PROX-REVISAO TO WRK-DATA-LIMITE-KYC.
021090     MOVE WRK-ANO-KYC TO WRK-DATA-LIMITE-KYC (1:4).
021100     MOVE WRK-MES-KYC TO WRK-DATA-LIMITE-KYC (5:2).
021110     IF WRK-DATA-EXECUCAO > WRK-DATA-LIMITE-KYC
021120         SET MOVIMENTO-INVALIDO TO TRUE
021130         MOVE 55 TO WRK-COD-MOTIVO-REJ
021140     END-IF.
021150 2025-CRITICAR-RECADASTRO-EXIT.
021160     EXIT.
021170
021180*----------------------------------------------------------*
021190* 2026-CRITICAR-VALORES-RECEBER - O PAGAMENTO DE VALOR A   *
021200*                       RECEBER SO DEBITA CONTA ENCERRADA  *
021210*                       NA DATA DE EXECUCAO OU DORMENTE.   *
021220*                       CONTA CONGELADA POR OBITO OU       *
021230*                       BAIXADA PARA PREJUIZO CONTINUA     *
021240*                       RECUSADA COM O SEU MOTIVO.         *
021250*----------------------------------------------------------*
021260 2026-CRITICAR-VALORES-RECEBER.
021270     IF CLI-FALECIDO
021280         SET MOVIMENTO-INVALIDO TO TRUE
021290         MOVE 48 TO WRK-COD-MOTIVO-REJ
021300         GO TO 2026-CRITICAR-VALORES-RECEBER-EXIT
021310     END-IF.
021320     IF CLI-PREJUIZO
021330         SET MOVIMENTO-INVALIDO TO TRUE
021340         MOVE 47 TO WRK-COD-MOTIVO-REJ
021350         GO TO 2026-CRITICAR-VALORES-RECEBER-EXIT
021360     END-IF.
021370     IF CLI-DORMENTE
021380         GO TO 2026-CRITICAR-VALORES-RECEBER-EXIT
021390     END-IF.
021400     IF CLI-DATA-ENCERRAMENTO = ZEROS
021410             OR CLI-DATA-ENCERRAMENTO > WRK-DATA-EXECUCAO
021420         SET MOVIMENTO-INVALIDO TO TRUE
021430         MOVE 49 TO WRK-COD-MOTIVO-REJ
021440     END-IF.
021450 2026-CRITICAR-VALORES-RECEBER-EXIT.
021460     EXIT.
021470
021480*----------------------------------------------------------*
021490* 2027-CRITICAR-REPRESENTANTE - O SAQUE OU A TRANSFERENCIA *
021500*                       FEITO POR REPRESENTANTE SO PASSA   *
021510*                       COM O CPF REGISTRADO NA CONTA NO   *
021520*                       CLIPROC, ATIVO, DENTRO DA VIGENCIA *
021530*                       NA DATA DE EXECUCAO, COM O PODER   *
021540*                       DO TIPO DE MOVIMENTO E DENTRO DO   *
021550*                       LIMITE POR MOVIMENTO (ZERO = SEM   *
021560*                       LIMITE)                            *
021570*----------------------------------------------------------*
021580 2027-CRITICAR-REPRESENTANTE.
021590     IF NOT ARQUIVO-PROC-OK
021600         SET MOVIMENTO-INVALIDO TO TRUE
021610         MOVE 56 TO WRK-COD-MOTIVO-REJ
021620         GO TO 2027-CRITICAR-REPRESENTANTE-EXIT
021630     END-IF.
021640     IF MOV-REPRESENTANTE NOT NUMERIC
021650         SET MOVIMENTO-INVALIDO TO TRUE
021660         MOVE 57 TO WRK-COD-MOTIVO-REJ
021670         GO TO 2027-CRITICAR-REPRESENTANTE-EXIT
021680     END-IF.
021690     MOVE MOV-CLIENTE TO PRC-CLI-ID.
021700     MOVE MOV-REP-CPF TO PRC-CPF.
021710     READ PROCURADORES
021720         INVALID KEY
021730             SET MOVIMENTO-INVALIDO TO TRUE
021740             MOVE 57 TO WRK-COD-MOTIVO-REJ
021750     END-READ.
021760     IF MOVIMENTO-INVALIDO
021770         GO TO 2027-CRITICAR-REPRESENTANTE-EXIT
021780     END-IF.
021790     IF NOT PRC-ATIVA
021800         SET MOVIMENTO-INVALIDO TO TRUE
021810         MOVE 57 TO WRK-COD-MOTIVO-REJ
021820         GO TO 2027-CRITICAR-REPRESENTANTE-EXIT
021830     END-IF.
021840     IF PRC-DATA-INICIO > WRK-DATA-EXECUCAO
021850             OR PRC-DATA-VALIDADE < WRK-DATA-EXECUCAO
021860         SET MOVIMENTO-INVALIDO TO TRUE
021870         MOVE 58 TO WRK-COD-MOTIVO-REJ
021880         GO TO 2027-CRITICAR-REPRESENTANTE-EXIT
021890     END-IF.
021900     IF (MOV-SAQUE AND NOT PRC-PODE-SACAR)
021910             OR (MOV-TRANSFERENCIA AND NOT PRC-PODE-TRANSFERIR)
021920             OR (MOV-TRANSF-EXTERNA AND NOT PRC-PODE-TRANSFERIR)
021930         SET MOVIMENTO-INVALIDO TO TRUE
021940         MOVE 59 TO WRK-COD-MOTIVO-REJ
021950         GO TO 2027-CRITICAR-REPRESENTANTE-EXIT
021960     END-IF.
021970     IF PRC-LIMITE NOT = ZEROS AND MOV-VALOR > PRC-LIMITE
021980         SET MOVIMENTO-INVALIDO TO TRUE
021990         MOVE 59 TO WRK-COD-MOTIVO-REJ
022000     END-IF.
022010 2027-CRITICAR-REPRESENTANTE-EXIT.
022020     EXIT.
022030
022040*----------------------------------------------------------*
022050* 2028-CRITICAR-MENOR - CONTA DE TITULAR PRINCIPAL QUE     *
022060*                       AINDA NAO COMPLETOU 18 ANOS NA     *
022070*                       DATA DE EXECUCAO SO E DEBITADA     *
022080*                       PELO RESPONSAVEL LEGAL: O CPF DE   *
022090*                       MOV-REPRESENTANTE TEM DE SER O     *
022100*                       CLI-RESP-CPF. SEM DATA DE          *
022110*                       NASCIMENTO (PESSOA JURIDICA OU     *
022120*                       CADASTRO ANTIGO) NAO HA CRITICA    *
022130*----------------------------------------------------------*
022140 2028-CRITICAR-MENOR.
022150     IF CLI-DATA-NASCIMENTO NOT NUMERIC
022160             OR CLI-DATA-NASCIMENTO = ZEROS
022170         GO TO 2028-CRITICAR-MENOR-EXIT
022180     END-IF.
022190     COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASCIMENTO + 180000.
022200     IF WRK-DATA-EXECUCAO NOT < WRK-DATA-MAIORIDADE
022210         GO TO 2028-CRITICAR-MENOR-EXIT
022220     END-IF.
022230     IF MOV-REPRESENTANTE IS NUMERIC
022240             AND CLI-RESP-CPF IS NUMERIC
022250             AND CLI-RESP-CPF NOT = ZEROS
022260             AND MOV-REP-CPF = CLI-RESP-CPF
022270         SET MOVIMENTO-DO-RESPONSAVEL TO TRUE
022280         GO TO 2028-CRITICAR-MENOR-EXIT
022290     END-IF.
022300     SET MOVIMENTO-INVALIDO TO TRUE.
022310     MOVE 54 TO WRK-COD-MOTIVO-REJ.
022320 2028-CRITICAR-MENOR-EXIT.
022330     EXIT.
022340
022350*----------------------------------------------------------*
022360* 2016-APURAR-LIMITE-CLIENTE - RESOLVE O LIMITE DE CHEQUE  *
022370*                       ESPECIAL DA CONTA DE ORIGEM: O     *
022380*                       CONTRATADO NO CLILIMIT, OU O       *
022390*                       PADRAO DO CLIPARM QUANDO A CONTA   *
022400*                       NAO TEM REGISTRO                   *
022410*----------------------------------------------------------*
022420 2016-APURAR-LIMITE-CLIENTE.
022430     MOVE WRK-LIMITE-OVERDR TO WRK-LIMITE-CLIENTE.
022440     IF NOT ARQUIVO-LIMITES-OK
022450         GO TO 2016-APURAR-LIMITE-CLIENTE-EXIT
022460     END-IF.
022470     MOVE MOV-CLIENTE TO LIM-CLI-ID.
022480     READ LIMITES
022490         INVALID KEY
022500             CONTINUE
022510         NOT INVALID KEY
022520             MOVE LIM-VALOR TO WRK-LIMITE-CLIENTE
022530     END-READ.
022540 2016-APURAR-LIMITE-CLIENTE-EXIT.
022550     EXIT.
022560
022570*----------------------------------------------------------*
022580* 2017-SOMAR-BLOQUEIOS - SOMA OS BLOQUEIOS VIGENTES DO     *
022590*                       CLIENTE DE ORIGEM (DATA DE         *
022600*                       LIBERACAO ZERADA OU POSTERIOR A    *
022610*                       DATA DE EXECUCAO) EM               *
022620*                       WRK-TOTAL-BLOQUEADO                *
022630*----------------------------------------------------------*
022640 2017-SOMAR-BLOQUEIOS.
022650     MOVE ZEROS TO WRK-TOTAL-BLOQUEADO.
022660     MOVE "N" TO WRK-FIM-BLQ.
022670     MOVE MOV-CLIENTE TO BLQ-CLI-ID.
022680     MOVE ZEROS       TO BLQ-SEQ.
022690     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
022700         INVALID KEY
022710             SET FIM-BLOQUEIOS TO TRUE
022720     END-START.
022730     PERFORM 2018-LER-BLOQUEIO THRU 2018-LER-BLOQUEIO-EXIT
022740             UNTIL FIM-BLOQUEIOS.
022750 2017-SOMAR-BLOQUEIOS-EXIT.
022760     EXIT.
022770
022780*----------------------------------------------------------*
022790* 2018-LER-BLOQUEIO - TRATA UM BLOQUEIO DO CLIENTE         *
022800*----------------------------------------------------------*
022810 2018-LER-BLOQUEIO.
022820     READ BLOQUEIOS NEXT RECORD
022830         AT END
022840             SET FIM-BLOQUEIOS TO TRUE
022850             GO TO 2018-LER-BLOQUEIO-EXIT
022860     END-READ.
022870     IF BLQ-CLI-ID NOT = MOV-CLIENTE
022880         SET FIM-BLOQUEIOS TO TRUE
022890         GO TO 2018-LER-BLOQUEIO-EXIT
022900     END-IF.
022910     IF BLQ-DATA-LIBERACAO = ZEROS
022920             OR BLQ-DATA-LIBERACAO > WRK-DATA-EXECUCAO
022930         ADD BLQ-VALOR TO WRK-TOTAL-BLOQUEADO
022940     END-IF.
022950 2018-LER-BLOQUEIO-EXIT.
022960     EXIT.
022970
022980*----------------------------------------------------------*
022990* 2020-GRAVAR-REJEITO - IMPRIME O MOVIMENTO REJEITADO NA   *
023000*                    CRITICA, COM O CODIGO DO MOTIVO       *
023010*----------------------------------------------------------*
023020 2020-GRAVAR-REJEITO.
023030     MOVE MOV-TIPO           TO REJ-DET-TIPO.
023040     MOVE MOV-CLIENTE        TO REJ-DET-CLIENTE.
023050     MOVE MOV-CLIENTE-DEST   TO REJ-DET-DESTINO.
023060     MOVE MOV-VALOR          TO REJ-DET-VALOR.
023070     MOVE WRK-COD-MOTIVO-REJ TO REJ-DET-CODIGO.
023080     EVALUATE WRK-COD-MOTIVO-REJ
023090         WHEN 10
023100             MOVE "TIPO DE MOVIMENTO INVALIDO" TO REJ-DET-MOTIVO
023110         WHEN 20
023120             MOVE "VALOR DO MOVIMENTO ZERADO" TO REJ-DET-MOTIVO
023130         WHEN 30
023140             MOVE "CLIENTE DE ORIGEM INEXISTENTE"
023150               TO REJ-DET-MOTIVO
023160         WHEN 40
023170             MOVE "CLIENTE DE ORIGEM INATIVO" TO REJ-DET-MOTIVO
023180         WHEN 45
023190             MOVE "CONTA DORMENTE" TO REJ-DET-MOTIVO
023200         WHEN 47
023210             MOVE "CONTA BAIXADA PARA PREJUIZO"
023220               TO REJ-DET-MOTIVO
023230         WHEN 48
023240             MOVE "CONTA CONGELADA POR OBITO"
023250               TO REJ-DET-MOTIVO
023260         WHEN 49
023270             MOVE "CONTA FORA DOS VALORES A RECEB"
023280               TO REJ-DET-MOTIVO
023290         WHEN 50
023300             MOVE "CONTA NAO ABERTA OU ENCERRADA"
023310               TO REJ-DET-MOTIVO
023320         WHEN 54
023330             MOVE "MENOR SEM O RESPONSAVEL LEGAL"
023340               TO REJ-DET-MOTIVO
023350         WHEN 55
023360             MOVE "RECADASTRAMENTO VENCIDO"
023370               TO REJ-DET-MOTIVO
023380         WHEN 56
023390             MOVE "CADASTRO DE PROCURADOR INDISP"
023400               TO REJ-DET-MOTIVO
023410         WHEN 57
023420             MOVE "REPRESENTANTE NAO AUTORIZADO"
023430               TO REJ-DET-MOTIVO
023440         WHEN 58
023450             MOVE "PROCURACAO FORA DA VIGENCIA"
023460               TO REJ-DET-MOTIVO
023470         WHEN 59
023480             MOVE "PODER/LIMITE DO REPRESENTANTE"
023490               TO REJ-DET-MOTIVO
023500         WHEN 60
023510             MOVE "SALDO INSUFICIENTE P/ LIMITE"
023520               TO REJ-DET-MOTIVO
023530         WHEN 65
023540             MOVE "VALOR BLOQUEADO JUDICIALMENTE"
023550               TO REJ-DET-MOTIVO
023560         WHEN 67
023570             MOVE "FUNDOS AINDA EM COMPENSACAO"
023580               TO REJ-DET-MOTIVO
023590         WHEN 68
023600             MOVE "ESTORNO SEM FLOAT PENDENTE"
023610               TO REJ-DET-MOTIVO
023620         WHEN 75
023630             MOVE "FAVORECIDO EXTERNO INVALIDO"
023640               TO REJ-DET-MOTIVO
023650         WHEN 76
023660             MOVE "TED/DOC SO EM CONTA EM REAIS"
023670               TO REJ-DET-MOTIVO
023680         WHEN 77
023690             MOVE "FILA DE REMESSA INDISPONIVEL"
023700               TO REJ-DET-MOTIVO
023710         WHEN 83
023720             MOVE "RETIDO SEM FILA DE RETENCAO"
023730               TO REJ-DET-MOTIVO
023740         WHEN 85
023750             MOVE RET-MOTIVO-DEC TO REJ-DET-MOTIVO
023760         WHEN 86
023770             MOVE "LOTE INCOMPLETO (SEM TRAILER)"
023780               TO REJ-DET-MOTIVO
023790         WHEN 87
023800             MOVE "LOTE DESBALANCEADO (QTD/HASH)"
023810               TO REJ-DET-MOTIVO
023820         WHEN 88
023830             MOVE "MOVIMENTO FORA DE LOTE"
023840               TO REJ-DET-MOTIVO
023850         WHEN 89
023860             MOVE "LOTE REPETIDO NO CLIMOVD"
023870               TO REJ-DET-MOTIVO
023880         WHEN 70
023890             MOVE "CLIENTE DESTINO INEXISTENTE" TO REJ-DET-MOTIVO
023900         WHEN 80
023910             MOVE "CLIENTE DESTINO NAO ELEGIVEL" TO REJ-DET-MOTIVO
023920         WHEN 90
023930             MOVE "DESTINO IGUAL A ORIGEM" TO REJ-DET-MOTIVO
023940         WHEN 95
023950             MOVE "MOEDAS DIFERENTES NA TRANSF" TO REJ-DET-MOTIVO
023960         WHEN OTHER
023970             MOVE "MOTIVO DESCONHECIDO" TO REJ-DET-MOTIVO
023980     END-EVALUATE.
023990     WRITE REJ-LINHA FROM REJ-DETALHE AFTER ADVANCING 1 LINE.
024000     ADD 1 TO WRK-CONT-REJEITADOS.
024010 2020-GRAVAR-REJEITO-EXIT.
024020     EXIT.
024030
024040*----------------------------------------------------------*
024050* 2030-APLICAR-MOVIMENTO - POSTA O MOVIMENTO JA CRITICADO  *
024060*                       NO MESTRE. NUMA TRANSFERENCIA SAO  *
024070*                       DOIS LANCAMENTOS: DEBITO NA CONTA  *
024080*                       DE ORIGEM E CREDITO NA DE DESTINO, *
024090*                       CADA UM COM SUA LINHA DE AUDITORIA *
024100*----------------------------------------------------------*
024110 2030-APLICAR-MOVIMENTO.
024120     EVALUATE TRUE
024130         WHEN MOV-DEPOSITO
024140             MOVE MOV-CLIENTE TO WRK-POSTAR-ID
024150             MOVE MOV-VALOR   TO WRK-POSTAR-VALOR
024160             PERFORM 2040-POSTAR-LANCAMENTO
024170                     THRU 2040-POSTAR-LANCAMENTO-EXIT
024180             PERFORM 2042-RECUPERAR-PREJUIZO
024190                     THRU 2042-RECUPERAR-PREJUIZO-EXIT
024200             ADD MOV-VALOR TO WRK-TOTAL-DEPOSITOS
024210             SUBTRACT WRK-VALOR-RECUP FROM WRK-TOTAL-DEPOSITOS
024220             IF MOV-EM-CHEQUE AND ARQUIVO-FLOAT-OK
024230                 PERFORM 2045-GRAVAR-FLOAT
024240                         THRU 2045-GRAVAR-FLOAT-EXIT
024250             END-IF
024260         WHEN MOV-ESTORNO-CHEQUE
024270             MOVE MOV-CLIENTE TO WRK-POSTAR-ID
024280             COMPUTE WRK-POSTAR-VALOR = ZERO - MOV-VALOR
024290             PERFORM 2040-POSTAR-LANCAMENTO
024300                     THRU 2040-POSTAR-LANCAMENTO-EXIT
024310             PERFORM 2046-ESTORNAR-FLOAT
024320                     THRU 2046-ESTORNAR-FLOAT-EXIT
024330             ADD 1 TO WRK-CONT-ESTORNOS
024340         WHEN MOV-SAQUE
024350             MOVE MOV-CLIENTE TO WRK-POSTAR-ID
024360             COMPUTE WRK-POSTAR-VALOR = ZERO - MOV-VALOR
024370             PERFORM 2040-POSTAR-LANCAMENTO
024380                     THRU 2040-POSTAR-LANCAMENTO-EXIT
024390             ADD MOV-VALOR TO WRK-TOTAL-SAQUES
024400         WHEN MOV-TRANSFERENCIA
024410             MOVE MOV-CLIENTE TO WRK-POSTAR-ID
024420             COMPUTE WRK-POSTAR-VALOR = ZERO - MOV-VALOR
024430             PERFORM 2040-POSTAR-LANCAMENTO
024440                     THRU 2040-POSTAR-LANCAMENTO-EXIT
024450             MOVE MOV-CLIENTE-DEST TO WRK-POSTAR-ID
024460             MOVE MOV-VALOR        TO WRK-POSTAR-VALOR
024470             PERFORM 2040-POSTAR-LANCAMENTO
024480                     THRU 2040-POSTAR-LANCAMENTO-EXIT
024490             PERFORM 2042-RECUPERAR-PREJUIZO
024500                     THRU 2042-RECUPERAR-PREJUIZO-EXIT
024510             ADD MOV-VALOR TO WRK-TOTAL-TRANSFER
024520         WHEN MOV-TRANSF-EXTERNA
024530             MOVE MOV-CLIENTE TO WRK-POSTAR-ID
024540             COMPUTE WRK-POSTAR-VALOR = ZERO - MOV-VALOR
024550             PERFORM 2040-POSTAR-LANCAMENTO
024560                     THRU 2040-POSTAR-LANCAMENTO-EXIT
024570             PERFORM 2049-ENFILEIRAR-REMESSA
024580                     THRU 2049-ENFILEIRAR-REMESSA-EXIT
024590             ADD MOV-VALOR TO WRK-TOTAL-EXTERNAS
024600             ADD 1 TO WRK-CONT-EXTERNAS
024610         WHEN MOV-VALORES-RECEBER
024620             MOVE MOV-CLIENTE TO WRK-POSTAR-ID
024630             COMPUTE WRK-POSTAR-VALOR = ZERO - MOV-VALOR
024640             PERFORM 2040-POSTAR-LANCAMENTO
024650                     THRU 2040-POSTAR-LANCAMENTO-EXIT
024660             PERFORM 2049-ENFILEIRAR-REMESSA
024670                     THRU 2049-ENFILEIRAR-REMESSA-EXIT
024680             ADD MOV-VALOR TO WRK-TOTAL-VALRECEB
024690             ADD 1 TO WRK-CONT-VALRECEB
024700     END-EVALUATE.
024710*    A TARIFA DO EVENTO ENTRA ANTES DO JORNAL, PARA O
024720*    REINICIO NAO SEPARAR O MOVIMENTO DA SUA TARIFA.
024730     PERFORM 2050-TARIFAR-MOVIMENTO
024740             THRU 2050-TARIFAR-MOVIMENTO-EXIT.
024750     ADD 1 TO WRK-CONT-APLICADOS.
024760*    O JORNAL SO E GRAVADO COM O MOVIMENTO INTEIRO APLICADO
024770*    (NUMA TRANSFERENCIA, AS DUAS PONTAS). O ITEM LIBERADO DA
024780*    FILA DE RETENCAO NAO VEM DO CLIMOVD DO DIA: QUEM O
024790*    PROTEGE NO REINICIO E A BAIXA NA PROPRIA FILA (2510).
024800     IF FASE-MOVIMENTOS-DIA
024810         MOVE WRK-DATA-EXECUCAO TO JRNL-DATA
024820         MOVE WRK-CONT-LIDOS    TO JRNL-ITEM
024830         WRITE JRNL-REGISTRO
024840     END-IF.
024850 2030-APLICAR-MOVIMENTO-EXIT.
024860     EXIT.
024870
024880*----------------------------------------------------------*
024890* 2019-SOMAR-FLUTUANTES - SOMA OS FUNDOS EM COMPENSACAO    *
024900*                       PENDENTES DO CLIENTE DE ORIGEM     *
024910*                       (LIBERACAO POSTERIOR A DATA DE     *
024920*                       EXECUCAO)                          *
024930*----------------------------------------------------------*
024940 2019-SOMAR-FLUTUANTES.
024950     MOVE ZEROS TO WRK-TOTAL-FLUTUANTE.
024960     MOVE "N" TO WRK-FIM-FLT.
024970     MOVE MOV-CLIENTE TO FLT-CLI-ID.
024980     MOVE ZEROS       TO FLT-SEQ.
024990     START FLUTUANTES KEY IS GREATER THAN FLT-CHAVE
025000         INVALID KEY
025010             SET FIM-FLUTUANTES TO TRUE
025020     END-START.
025030     PERFORM 2022-LER-FLUTUANTE THRU 2022-LER-FLUTUANTE-EXIT
025040             UNTIL FIM-FLUTUANTES.
025050 2019-SOMAR-FLUTUANTES-EXIT.
025060     EXIT.
025070
025080*----------------------------------------------------------*
025090* 2022-LER-FLUTUANTE - TRATA UM REGISTRO DO FLOAT          *
025100*----------------------------------------------------------*
025110 2022-LER-FLUTUANTE.
025120     READ FLUTUANTES NEXT RECORD
025130         AT END
025140             SET FIM-FLUTUANTES TO TRUE
025150             GO TO 2022-LER-FLUTUANTE-EXIT
025160     END-READ.
025170     IF FLT-CLI-ID NOT = MOV-CLIENTE
025180         SET FIM-FLUTUANTES TO TRUE
025190         GO TO 2022-LER-FLUTUANTE-EXIT
025200     END-IF.
025210     IF FLT-PENDENTE AND FLT-DATA-DISPON > WRK-DATA-EXECUCAO
025220         ADD FLT-VALOR TO WRK-TOTAL-FLUTUANTE
025230     END-IF.
025240 2022-LER-FLUTUANTE-EXIT.
025250     EXIT.
025260
025270*----------------------------------------------------------*
025280* 2021-CASAR-FLOAT-ESTORNO - PROCURA UM FLOAT PENDENTE DO  *
025290*                       CLIENTE COM O VALOR DO ESTORNO E   *
025300*                       GUARDA A SEQUENCIA CASADA          *
025310*----------------------------------------------------------*
025320 2021-CASAR-FLOAT-ESTORNO.
025330     MOVE "N" TO WRK-ACHOU-FLT WRK-FIM-FLT.
025340     MOVE ZEROS TO WRK-SEQ-FLT-ESTORNO.
025350     MOVE MOV-CLIENTE TO FLT-CLI-ID.
025360     MOVE ZEROS       TO FLT-SEQ.
025370     START FLUTUANTES KEY IS GREATER THAN FLT-CHAVE
025380         INVALID KEY
025390             SET FIM-FLUTUANTES TO TRUE
025400     END-START.
025410     PERFORM 2023-CONFERIR-FLUTUANTE
025420             THRU 2023-CONFERIR-FLUTUANTE-EXIT
025430             UNTIL FIM-FLUTUANTES OR FLOAT-CASADO.
025440 2021-CASAR-FLOAT-ESTORNO-EXIT.
025450     EXIT.
025460
025470*----------------------------------------------------------*
025480* 2023-CONFERIR-FLUTUANTE - CONFERE UM REGISTRO DO FLOAT   *
025490*                       CONTRA O ESTORNO                   *
025500*----------------------------------------------------------*
025510 2023-CONFERIR-FLUTUANTE.
025520     READ FLUTUANTES NEXT RECORD
025530         AT END
025540             SET FIM-FLUTUANTES TO TRUE
025550             GO TO 2023-CONFERIR-FLUTUANTE-EXIT
025560     END-READ.
025570     IF FLT-CLI-ID NOT = MOV-CLIENTE
025580         SET FIM-FLUTUANTES TO TRUE
025590         GO TO 2023-CONFERIR-FLUTUANTE-EXIT
025600     END-IF.
025610     IF FLT-PENDENTE AND FLT-VALOR = MOV-VALOR
025620         SET FLOAT-CASADO TO TRUE
025630         MOVE FLT-SEQ TO WRK-SEQ-FLT-ESTORNO
025640     END-IF.
025650 2023-CONFERIR-FLUTUANTE-EXIT.
025660     EXIT.
025670
025680*----------------------------------------------------------*
025690* 2045-GRAVAR-FLOAT - GRAVA NO CLIFLOAT O DEPOSITO EM      *
025700*                       CHEQUE COM A DATA DE LIBERACAO DO  *
025710*                       DIA (APURADA EM 1140)              *
025720*----------------------------------------------------------*
025730 2045-GRAVAR-FLOAT.
025740     PERFORM 2047-ACHAR-SEQ-FLOAT
025750             THRU 2047-ACHAR-SEQ-FLOAT-EXIT.
025760     MOVE MOV-CLIENTE        TO FLT-CLI-ID.
025770     MOVE WRK-SEQ-FLT-LIVRE  TO FLT-SEQ.
025780     MOVE MOV-VALOR          TO FLT-VALOR.
025790     MOVE WRK-DATA-EXECUCAO  TO FLT-DATA-DEPOSITO.
025800     MOVE WRK-DATA-DISPON    TO FLT-DATA-DISPON.
025810     SET FLT-PENDENTE TO TRUE.
025820     WRITE FLT-REGISTRO
025830         INVALID KEY
025840             DISPLAY "CLIMOVTO: ERRO AO GRAVAR CLIFLOAT - "
025850                     "STATUS " FS-FLUTUANTES
025860     END-WRITE.
025870     ADD 1 TO WRK-CONT-CHEQUES.
025880 2045-GRAVAR-FLOAT-EXIT.
025890     EXIT.
025900
025910*----------------------------------------------------------*
025920* 2047-ACHAR-SEQ-FLOAT - PROXIMA SEQUENCIA LIVRE DE FLOAT  *
025930*                       DO CLIENTE DO MOVIMENTO            *
025940*----------------------------------------------------------*
025950 2047-ACHAR-SEQ-FLOAT.
025960     MOVE 1 TO WRK-SEQ-FLT-LIVRE.
025970     MOVE "N" TO WRK-FIM-FLT.
025980     MOVE MOV-CLIENTE TO FLT-CLI-ID.
025990     MOVE ZEROS       TO FLT-SEQ.
026000     START FLUTUANTES KEY IS GREATER THAN FLT-CHAVE
026010         INVALID KEY
026020             SET FIM-FLUTUANTES TO TRUE
026030     END-START.
026040     PERFORM 2048-LER-SEQ-FLOAT THRU 2048-LER-SEQ-FLOAT-EXIT
026050             UNTIL FIM-FLUTUANTES.
026060 2047-ACHAR-SEQ-FLOAT-EXIT.
026070     EXIT.
026080
026090*----------------------------------------------------------*
026100* 2048-LER-SEQ-FLOAT - AVANCA PELAS SEQUENCIAS DO CLIENTE  *
026110*----------------------------------------------------------*
026120 2048-LER-SEQ-FLOAT.
026130     READ FLUTUANTES NEXT RECORD
026140         AT END
026150             SET FIM-FLUTUANTES TO TRUE
026160             GO TO 2048-LER-SEQ-FLOAT-EXIT
026170     END-READ.
026180     IF FLT-CLI-ID NOT = MOV-CLIENTE
026190         SET FIM-FLUTUANTES TO TRUE
026200         GO TO 2048-LER-SEQ-FLOAT-EXIT
026210     END-IF.
026220     COMPUTE WRK-SEQ-FLT-LIVRE = FLT-SEQ + 1.
026230 2048-LER-SEQ-FLOAT-EXIT.
026240     EXIT.
026250
026260*----------------------------------------------------------*
026270* 2046-ESTORNAR-FLOAT - MARCA COMO ESTORNADO O FLOAT       *
026280*                       CASADO NA CRITICA (2021)           *
026290*----------------------------------------------------------*
026300 2046-ESTORNAR-FLOAT.
026310     MOVE MOV-CLIENTE        TO FLT-CLI-ID.
026320     MOVE WRK-SEQ-FLT-ESTORNO TO FLT-SEQ.
026330     READ FLUTUANTES
026340         INVALID KEY
026350             DISPLAY "CLIMOVTO: FLOAT " FLT-CHAVE " SUMIU "
026360                     "ENTRE A CRITICA E O ESTORNO"
026370             GO TO 2046-ESTORNAR-FLOAT-EXIT
026380     END-READ.
026390     SET FLT-ESTORNADO TO TRUE.
026400     REWRITE FLT-REGISTRO.
026410 2046-ESTORNAR-FLOAT-EXIT.
026420     EXIT.
026430
026440*----------------------------------------------------------*
026450* 2049-ENFILEIRAR-REMESSA - GRAVA NA FILA CLITEDP A        *
026460*                       TRANSFERENCIA PARA OUTRO BANCO JA  *
026470*                       DEBITADA. O NUMERO DO ITEM E A     *
026480*                       DATA + A POSICAO NO CLIMOVD; NO    *
026490*                       ITEM LIBERADO DA FILA DE RETENCAO, *
026500*                       A DATA E A POSICAO ORIGINAIS.      *
026510*----------------------------------------------------------*
026520 2049-ENFILEIRAR-REMESSA.
026530     MOVE SPACES TO TED-REGISTRO.
026540     IF FASE-LIBERADOS
026550         COMPUTE TED-NUMERO = RET-DATA * 1000000 + RET-ITEM
026560     ELSE
026570         COMPUTE TED-NUMERO = WRK-DATA-EXECUCAO * 1000000
026580                 + WRK-CONT-LIDOS
026590     END-IF.
026600     MOVE WRK-DATA-EXECUCAO  TO TED-DATA-DEBITO.
026610     MOVE MOV-CLIENTE        TO TED-CLIENTE.
026620     MOVE CLI-AGENCIA        TO TED-AGENCIA.
026630     MOVE MOV-VALOR          TO TED-VALOR.
026640     MOVE MOV-EXT-MODALIDADE TO TED-MODALIDADE.
026650     MOVE MOV-EXT-BANCO      TO TED-BANCO-DEST.
026660     MOVE MOV-EXT-AGENCIA    TO TED-AGENCIA-DEST.
026670     MOVE MOV-EXT-CONTA      TO TED-CONTA-DEST.
026680     MOVE MOV-EXT-DOCUMENTO  TO TED-DOC-DEST.
026690     MOVE MOV-EXT-TIPO-DOC   TO TED-TIPO-DOC-DEST.
026700     SET TED-NA-FILA TO TRUE.
026710     MOVE ZEROS TO TED-REMESSA TED-DATA-REMESSA
026720             TED-DATA-DEVOLUCAO TED-MOTIVO-DEV.
026730     WRITE TDP-LINHA FROM TED-REGISTRO.
026740     IF FS-FILA-REMESSA NOT = "00"
026750         DISPLAY "CLIMOVTO: ERRO AO GRAVAR CLITEDP - STATUS "
026760                 FS-FILA-REMESSA " - ITEM " TED-NUMERO
026770     END-IF.
026780 2049-ENFILEIRAR-REMESSA-EXIT.
026790     EXIT.
026800
026810*----------------------------------------------------------*
026820* 2040-POSTAR-LANCAMENTO - RELE O CLIENTE PELA CHAVE, SOMA *
026830*                       O VALOR (COM SINAL) NO SALDO,      *
026840*                       GRAVA A LINHA DE AUDITORIA E       *
026850*                       REGRAVA O MESTRE. A LINHA DO       *
026860*                       RELATORIO SAI COM O SALDO JA       *
026870*                       RESULTANTE DO LANCAMENTO.          *
026880*----------------------------------------------------------*
026890 2040-POSTAR-LANCAMENTO.
026900     MOVE WRK-POSTAR-ID TO CLI-ID.
026910     READ CLIENTES-MASTER
026920         INVALID KEY
026930             DISPLAY "CLIMOVTO: CLIENTE " WRK-POSTAR-ID
026940                     " SUMIU ENTRE A CRITICA E O LANCAMENTO"
026950             GO TO 2040-POSTAR-LANCAMENTO-EXIT
026960     END-READ.
026970     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
026980     ADD WRK-POSTAR-VALOR TO CLI-SALDO.
026990     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
027000     MOVE WRK-POSTAR-ID      TO AUD-CLIENTE-ID.
027010     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
027020     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
027030     MOVE ZEROS              TO AUD-TAXA-APLICADA.
027040     MOVE WRK-POSTAR-VALOR   TO AUD-JUROS-DIA.
027050     MOVE "M"                TO AUD-ORIGEM.
027060     MOVE ZEROS TO AUD-SALDO-BASE.
027070     WRITE AUD-LINHA FROM AUD-REGISTRO.
027080     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
027090     REWRITE CLI-REGISTRO.
027100     IF FS-CLIENTES-MASTER NOT = "00"
027110         DISPLAY "CLIMOVTO: ERRO AO REGRAVAR CLIENTE "
027120                 WRK-POSTAR-ID " STATUS " FS-CLIENTES-MASTER
027130     END-IF.
027140     MOVE MOV-TIPO        TO REL-DET-TIPO.
027150     MOVE WRK-POSTAR-ID   TO REL-DET-CLIENTE.
027160     IF MOV-TRANSFERENCIA
027170         MOVE MOV-CLIENTE-DEST TO REL-DET-DESTINO
027180     ELSE
027190         IF MOV-TRANSF-EXTERNA OR MOV-VALORES-RECEBER
027200             MOVE MOV-EXT-BANCO       TO WRK-DEST-EXT-BANCO
027210             MOVE WRK-DESTINO-EXTERNO TO REL-DET-DESTINO
027220         ELSE
027230             MOVE SPACES              TO REL-DET-DESTINO
027240         END-IF
027250     END-IF.
027260     MOVE WRK-POSTAR-VALOR TO REL-DET-VALOR.
027270     MOVE CLI-SALDO        TO REL-DET-SALDO.
027280     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
027290 2040-POSTAR-LANCAMENTO-EXIT.
027300     EXIT.
027310
027320*----------------------------------------------------------*
027330* 2042-RECUPERAR-PREJUIZO - CREDITO RECEM-POSTADO NUMA     *
027340*                       CONTA BAIXADA PARA PREJUIZO: A     *
027350*                       PARTE QUE COBRE A DIVIDA EM ABERTO *
027360*                       NO CLIPREJ SAI DO SALDO NUMA LINHA *
027370*                       DE AUDITORIA "P" E E SOMADA COMO   *
027380*                       RECUPERACAO, FORA DOS DEPOSITOS.   *
027390*                       DIVIDA COBERTA QUITA O REGISTRO.   *
027400*----------------------------------------------------------*
027410 2042-RECUPERAR-PREJUIZO.
027420     MOVE ZEROS TO WRK-VALOR-RECUP.
027430     IF CLI-ID NOT = WRK-POSTAR-ID OR NOT CLI-PREJUIZO
027440         GO TO 2042-RECUPERAR-PREJUIZO-EXIT
027450     END-IF.
027460     IF NOT ARQUIVO-PREJUIZO-OK
027470         GO TO 2042-RECUPERAR-PREJUIZO-EXIT
027480     END-IF.
027490     MOVE CLI-ID TO PRJ-CLI-ID.
027500     READ CADASTRO-PREJUIZO
027510         INVALID KEY
027520             DISPLAY "CLIMOVTO: CLIENTE " CLI-ID
027530                     " BAIXADO SEM REGISTRO NO CLIPREJ - "
027540                     "CREDITO FICA NO SALDO"
027550             GO TO 2042-RECUPERAR-PREJUIZO-EXIT
027560     END-READ.
027570     IF NOT PRJ-EM-ABERTO
027580         GO TO 2042-RECUPERAR-PREJUIZO-EXIT
027590     END-IF.
027600     COMPUTE WRK-VALOR-RECUP =
027610             PRJ-VALOR-BAIXADO - PRJ-VALOR-RECUPERADO.
027620     IF WRK-VALOR-RECUP > WRK-POSTAR-VALOR
027630         MOVE WRK-POSTAR-VALOR TO WRK-VALOR-RECUP
027640     END-IF.
027650     IF WRK-VALOR-RECUP NOT > ZEROS
027660         MOVE ZEROS TO WRK-VALOR-RECUP
027670         GO TO 2042-RECUPERAR-PREJUIZO-EXIT
027680     END-IF.
027690     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
027700     SUBTRACT WRK-VALOR-RECUP FROM CLI-SALDO.
027710     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
027720     MOVE CLI-ID             TO AUD-CLIENTE-ID.
027730     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
027740     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
027750     MOVE ZEROS              TO AUD-TAXA-APLICADA.
027760     COMPUTE AUD-JUROS-DIA = ZERO - WRK-VALOR-RECUP.
027770     MOVE "P"                TO AUD-ORIGEM.
027780     MOVE ZEROS TO AUD-SALDO-BASE.
027790     WRITE AUD-LINHA FROM AUD-REGISTRO.
027800     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
027810     REWRITE CLI-REGISTRO.
027820     IF FS-CLIENTES-MASTER NOT = "00"
027830         DISPLAY "CLIMOVTO: ERRO AO REGRAVAR CLIENTE "
027840                 CLI-ID " STATUS " FS-CLIENTES-MASTER
027850     END-IF.
027860     ADD WRK-VALOR-RECUP TO PRJ-VALOR-RECUPERADO.
027870     MOVE WRK-DATA-EXECUCAO TO PRJ-DATA-ULT-RECUP.
027880     IF PRJ-VALOR-RECUPERADO NOT < PRJ-VALOR-BAIXADO
027890         SET PRJ-QUITADA TO TRUE
027900     END-IF.
027910     REWRITE PRJ-REGISTRO.
027920     IF FS-CADASTRO-PREJUIZO NOT = "00"
027930         DISPLAY "CLIMOVTO: ERRO AO REGRAVAR CLIPREJ DO CLIENTE "
027940                 CLI-ID " STATUS " FS-CADASTRO-PREJUIZO
027950     END-IF.
027960     MOVE "R"             TO REL-DET-TIPO.
027970     MOVE CLI-ID          TO REL-DET-CLIENTE.
027980     MOVE SPACES          TO REL-DET-DESTINO.
027990     COMPUTE REL-DET-VALOR = ZERO - WRK-VALOR-RECUP.
028000     MOVE CLI-SALDO       TO REL-DET-SALDO.
028010     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
028020     ADD WRK-VALOR-RECUP TO WRK-TOTAL-RECUPERACOES.
028030     ADD 1 TO WRK-CONT-RECUPERACOES.
028040 2042-RECUPERAR-PREJUIZO-EXIT.
028050     EXIT.
028060
028070*----------------------------------------------------------*
028080* 2050-TARIFAR-MOVIMENTO - APURA O EVENTO TARIFAVEL DO     *
028090*                       MOVIMENTO APLICADO E COBRA A       *
028100*                       TARIFA DA TABELA PARA O TIPO DA    *
028110*                       CONTA DE ORIGEM. DEPOSITO NAO E    *
028120*                       TARIFADO; SAQUE SO ALEM DA         *
028130*                       FRANQUIA DO MES.                   *
028140*----------------------------------------------------------*
028150 2050-TARIFAR-MOVIMENTO.
028160     EVALUATE TRUE
028170         WHEN MOV-SAQUE
028180             MOVE "S" TO WRK-EVENTO-TARIFA
028190         WHEN MOV-TRANSFERENCIA
028200             MOVE "T" TO WRK-EVENTO-TARIFA
028210         WHEN MOV-TRANSF-EXTERNA
028220             MOVE "X" TO WRK-EVENTO-TARIFA
028230         WHEN MOV-ESTORNO-CHEQUE
028240             MOVE "E" TO WRK-EVENTO-TARIFA
028250         WHEN OTHER
028260             GO TO 2050-TARIFAR-MOVIMENTO-EXIT
028270     END-EVALUATE.
028280     MOVE WRK-TIPO-ORIGEM TO WRK-TIPO-TARIFA.
028290     PERFORM 2052-PROCURAR-TARIFA
028300             THRU 2052-PROCURAR-TARIFA-EXIT.
028310     IF MOV-SAQUE
028320         PERFORM 2055-CONTAR-FRANQUIA
028330                 THRU 2055-CONTAR-FRANQUIA-EXIT
028340     END-IF.
028350     IF WRK-VALOR-TARIFA = ZEROS
028360         GO TO 2050-TARIFAR-MOVIMENTO-EXIT
028370     END-IF.
028380     MOVE MOV-CLIENTE TO WRK-POSTAR-ID.
028390     PERFORM 2060-POSTAR-TARIFA THRU 2060-POSTAR-TARIFA-EXIT.
028400 2050-TARIFAR-MOVIMENTO-EXIT.
028410     EXIT.
028420
028430*----------------------------------------------------------*
028440* 2052-PROCURAR-TARIFA - VALOR E FRANQUIA DO EVENTO + TIPO *
028450*                       DE CONTA CORRENTES; SEM ENTRADA NA *
028460*                       TABELA, O EVENTO E ISENTO          *
028470*----------------------------------------------------------*
028480 2052-PROCURAR-TARIFA.
028490     MOVE ZEROS TO WRK-VALOR-TARIFA WRK-FRANQUIA-TARIFA.
028500     PERFORM 2053-CONFERIR-TARIFA THRU 2053-CONFERIR-TARIFA-EXIT
028510             VARYING WRK-IDX-TAR FROM 1 BY 1
028520             UNTIL WRK-IDX-TAR > WRK-QTD-TARIFAS.
028530 2052-PROCURAR-TARIFA-EXIT.
028540     EXIT.
028550
028560*----------------------------------------------------------*
028570* 2053-CONFERIR-TARIFA - CONFERE UMA ENTRADA DA TABELA     *
028580*----------------------------------------------------------*
028590 2053-CONFERIR-TARIFA.
028600     IF TAB-TAR-EVENTO (WRK-IDX-TAR) = WRK-EVENTO-TARIFA
028610         AND TAB-TAR-TIPO-CONTA (WRK-IDX-TAR) = WRK-TIPO-TARIFA
028620         MOVE TAB-TAR-VALOR (WRK-IDX-TAR) TO WRK-VALOR-TARIFA
028630         MOVE TAB-TAR-FRANQUIA (WRK-IDX-TAR)
028640           TO WRK-FRANQUIA-TARIFA
028650     END-IF.
028660 2053-CONFERIR-TARIFA-EXIT.
028670     EXIT.
028680
028690*----------------------------------------------------------*
028700* 2055-CONTAR-FRANQUIA - SOMA O SAQUE NO CONTADOR DO MES   *
028710*                       DO CLIENTE (CLIFRANQ; MES NOVO     *
028720*                       RECOMECA DO ZERO). DENTRO DA       *
028730*                       FRANQUIA, O SAQUE SAI ISENTO. SEM  *
028740*                       O CONTADOR NAO HA COMO SABER A     *
028750*                       FRANQUIA E O SAQUE TAMBEM NAO E    *
028760*                       TARIFADO.                          *
028770*----------------------------------------------------------*
028780 2055-CONTAR-FRANQUIA.
028790     IF NOT ARQUIVO-FRANQUIA-OK
028800         MOVE ZEROS TO WRK-VALOR-TARIFA
028810         GO TO 2055-CONTAR-FRANQUIA-EXIT
028820     END-IF.
028830     MOVE MOV-CLIENTE TO FRQ-CLI-ID.
028840     READ FRANQUIAS
028850         INVALID KEY
028860             MOVE SPACES      TO FRQ-REGISTRO
028870             MOVE MOV-CLIENTE TO FRQ-CLI-ID
028880             MOVE WRK-ANO-MES TO FRQ-ANO-MES
028890             MOVE 1           TO FRQ-QTD-SAQUES
028900             WRITE FRQ-REGISTRO
028910                 INVALID KEY
028920                     DISPLAY "CLIMOVTO: ERRO AO GRAVAR CLIFRANQ"
028930                             " - STATUS " FS-FRANQUIAS
028940             END-WRITE
028950         NOT INVALID KEY
028960             IF FRQ-ANO-MES NOT = WRK-ANO-MES
028970                 MOVE WRK-ANO-MES TO FRQ-ANO-MES
028980                 MOVE 1           TO FRQ-QTD-SAQUES
028990             ELSE
029000                 ADD 1 TO FRQ-QTD-SAQUES
029010             END-IF
029020             REWRITE FRQ-REGISTRO
029030     END-READ.
029040     IF FRQ-QTD-SAQUES NOT > WRK-FRANQUIA-TARIFA
029050         MOVE ZEROS TO WRK-VALOR-TARIFA
029060     END-IF.
029070 2055-CONTAR-FRANQUIA-EXIT.
029080     EXIT.
029090
029100*----------------------------------------------------------*
029110* 2060-POSTAR-TARIFA - DEBITA A TARIFA DO EVENTO NO        *
029120*                       CLIENTE WRK-POSTAR-ID, COM LINHA   *
029130*                       DE AUDITORIA DE ORIGEM "V" E LINHA *
029140*                       "V" NO RELATORIO (DESTINO TAR- +   *
029150*                       EVENTO). A TARIFA NAO PASSA PELA   *
029160*                       CRITICA DE LIMITE.                 *
029170*----------------------------------------------------------*
029180 2060-POSTAR-TARIFA.
029190     MOVE WRK-POSTAR-ID TO CLI-ID.
029200     READ CLIENTES-MASTER
029210         INVALID KEY
029220             DISPLAY "CLIMOVTO: CLIENTE " WRK-POSTAR-ID
029230                     " SUMIU ANTES DA TARIFA"
029240             GO TO 2060-POSTAR-TARIFA-EXIT
029250     END-READ.
029260     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
029270     SUBTRACT WRK-VALOR-TARIFA FROM CLI-SALDO.
029280     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
029290     MOVE WRK-POSTAR-ID      TO AUD-CLIENTE-ID.
029300     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
029310     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
029320     MOVE ZEROS              TO AUD-TAXA-APLICADA.
029330     COMPUTE AUD-JUROS-DIA = ZERO - WRK-VALOR-TARIFA.
029340     MOVE "V"                TO AUD-ORIGEM.
029350     MOVE ZEROS TO AUD-SALDO-BASE.
029360     WRITE AUD-LINHA FROM AUD-REGISTRO.
029370     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
029380     REWRITE CLI-REGISTRO.
029390     IF FS-CLIENTES-MASTER NOT = "00"
029400         DISPLAY "CLIMOVTO: ERRO AO REGRAVAR CLIENTE "
029410                 WRK-POSTAR-ID " STATUS " FS-CLIENTES-MASTER
029420     END-IF.
029430     MOVE "V"                TO REL-DET-TIPO.
029440     MOVE WRK-POSTAR-ID      TO REL-DET-CLIENTE.
029450     MOVE WRK-EVENTO-TARIFA  TO WRK-DEST-TAR-EVENTO.
029460     MOVE WRK-DESTINO-TARIFA TO REL-DET-DESTINO.
029470     COMPUTE REL-DET-VALOR = ZERO - WRK-VALOR-TARIFA.
029480     MOVE CLI-SALDO          TO REL-DET-SALDO.
029490     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
029500     ADD 1 TO WRK-CONT-TARIFAS.
029510     ADD WRK-VALOR-TARIFA TO WRK-TOTAL-TARIFAS.
029520 2060-POSTAR-TARIFA-EXIT.
029530     EXIT.
029540
029550*----------------------------------------------------------*
029560* 2200-CONFERIR-RETENCAO - CONFERE O MOVIMENTO JA          *
029570*                       CRITICADO CONTRA AS REGRAS DO      *
029580*                       CLIRETP: SAQUE OU TRANSFERENCIA/   *
029590*                       TED ACIMA DO LIMITE POR ITEM       *
029600*                       ("V"), DEBITO EM CONTA REATIVADA   *
029610*                       DESDE A DATA DE CORTE ("R") E      *
029620*                       TRANSFERENCIA PARA CONTA ABERTA    *
029630*                       DESDE A DATA DE CORTE ("N"). REGRA *
029640*                       ZERADA NAO RETEM; VALE A PRIMEIRA  *
029650*                       QUE CASAR.                         *
029660*----------------------------------------------------------*
029670 2200-CONFERIR-RETENCAO.
029680     MOVE "N" TO WRK-MOV-RETIDO.
029690     MOVE SPACES TO WRK-REGRA-RETENCAO.
029700     EVALUATE TRUE
029710         WHEN MOV-SAQUE AND WRK-RET-LIMITE-SAQUE > ZEROS AND
029720                 MOV-VALOR > WRK-RET-LIMITE-SAQUE
029730             MOVE "V" TO WRK-REGRA-RETENCAO
029740         WHEN (MOV-TRANSFERENCIA OR MOV-TRANSF-EXTERNA) AND
029750                 WRK-RET-LIMITE-TRANSF > ZEROS AND
029760                 MOV-VALOR > WRK-RET-LIMITE-TRANSF
029770             MOVE "V" TO WRK-REGRA-RETENCAO
029780         WHEN (MOV-SAQUE OR MOV-TRANSFERENCIA OR
029790                 MOV-TRANSF-EXTERNA) AND
029800                 WRK-RET-DIAS-REATIV > ZEROS AND
029810                 WRK-REATIV-ORIGEM NOT < WRK-CORTE-REATIVACAO
029820             MOVE "R" TO WRK-REGRA-RETENCAO
029830         WHEN MOV-TRANSFERENCIA AND
029840                 WRK-RET-DIAS-ABERT > ZEROS AND
029850                 WRK-ABERTURA-DESTINO NOT < WRK-CORTE-ABERTURA
029860             MOVE "N" TO WRK-REGRA-RETENCAO
029870     END-EVALUATE.
029880     IF WRK-REGRA-RETENCAO NOT = SPACES
029890         SET MOVIMENTO-RETIDO TO TRUE
029900     END-IF.
029910 2200-CONFERIR-RETENCAO-EXIT.
029920     EXIT.
029930
029940*----------------------------------------------------------*
029950* 2210-RETER-MOVIMENTO - GRAVA O MOVIMENTO RETIDO NA FILA  *
029960*                       CLIRETQ (PENDENTE DO COMPLIANCE),  *
029970*                       COM LINHA "RET-" + REGRA NO RELMOV *
029980*                       E LINHA NO JORNAL. SEM A FILA, O   *
029990*                       MOVIMENTO E REJEITADO (MOTIVO 83), *
030000*                       COMO O TED/DOC SEM A FILA DE       *
030010*                       REMESSA.                           *
030020*----------------------------------------------------------*
030030 2210-RETER-MOVIMENTO.
030040     IF NOT ARQUIVO-RETENCAO-OK
030050         MOVE 83 TO WRK-COD-MOTIVO-REJ
030060         PERFORM 2020-GRAVAR-REJEITO
030070                 THRU 2020-GRAVAR-REJEITO-EXIT
030080         GO TO 2210-RETER-MOVIMENTO-EXIT
030090     END-IF.
030100     MOVE SPACES             TO RET-REGISTRO.
030110     MOVE WRK-DATA-EXECUCAO  TO RET-DATA.
030120     MOVE WRK-CONT-LIDOS     TO RET-ITEM.
030130     MOVE MOV-REGISTRO       TO RET-MOVIMENTO.
030140     MOVE WRK-REGRA-RETENCAO TO RET-REGRA.
030150     SET RET-PENDENTE TO TRUE.
030160     MOVE ZEROS TO RET-DATA-DEC RET-HORA-DEC RET-DATA-BAIXA
030170             RET-COD-BAIXA.
030180*    NUM REINICIO O ITEM PODE TER ENTRADO NA FILA PELA
030190*    EXECUCAO ABORTADA ANTES DA LINHA DO JORNAL.
030200     WRITE RET-REGISTRO
030210         INVALID KEY
030220             DISPLAY "CLIMOVTO: ITEM " RET-CHAVE " JA ESTAVA "
030230                     "NA FILA CLIRETQ - STATUS " FS-FILA-RETENCAO
030240     END-WRITE.
030250     MOVE WRK-DATA-EXECUCAO TO JRNL-DATA.
030260     MOVE WRK-CONT-LIDOS    TO JRNL-ITEM.
030270     WRITE JRNL-REGISTRO.
030280     MOVE MOV-TIPO             TO REL-DET-TIPO.
030290     MOVE MOV-CLIENTE          TO REL-DET-CLIENTE.
030300     MOVE WRK-REGRA-RETENCAO   TO WRK-DEST-RET-REGRA.
030310     MOVE WRK-DESTINO-RETENCAO TO REL-DET-DESTINO.
030320     MOVE MOV-VALOR            TO REL-DET-VALOR.
030330     MOVE WRK-SALDO-ORIGEM     TO REL-DET-SALDO.
030340     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
030350     ADD 1 TO WRK-CONT-RETIDOS.
030360     ADD MOV-VALOR TO WRK-TOTAL-RETIDOS.
030370 2210-RETER-MOVIMENTO-EXIT.
030380     EXIT.
030390
030400*----------------------------------------------------------*
030410* 2500-BAIXAR-DECIDIDOS - COM OS MOVIMENTOS DO DIA         *
030420*                       TRATADOS, PERCORRE A FILA CLIRETQ  *
030430*                       E BAIXA OS ITENS QUE O SUPERVISOR  *
030440*                       JA DECIDIU NO RETMNT. OS PENDENTES *
030450*                       CONTINUAM NA FILA.                 *
030460*----------------------------------------------------------*
030470 2500-BAIXAR-DECIDIDOS.
030480     IF NOT ARQUIVO-RETENCAO-OK
030490         GO TO 2500-BAIXAR-DECIDIDOS-EXIT
030500     END-IF.
030510     SET FASE-LIBERADOS TO TRUE.
030520     MOVE "N" TO WRK-FIM-RET.
030530     MOVE ZEROS TO RET-DATA RET-ITEM.
030540     START FILA-RETENCAO KEY IS NOT LESS THAN RET-CHAVE
030550         INVALID KEY
030560             SET FIM-FILA-RETENCAO TO TRUE
030570     END-START.
030580     PERFORM 2510-BAIXAR-DECIDIDO THRU 2510-BAIXAR-DECIDIDO-EXIT
030590             UNTIL FIM-FILA-RETENCAO.
030600     SET FASE-MOVIMENTOS-DIA TO TRUE.
030610 2500-BAIXAR-DECIDIDOS-EXIT.
030620     EXIT.
030630
030640*----------------------------------------------------------*
030650* 2510-BAIXAR-DECIDIDO - TRATA UM ITEM DA FILA. RECUSADO   *
030660*                       VAI PARA O CLIMOVR COM O MOTIVO DO *
030670*                       COMPLIANCE (85); LIBERADO PASSA DE *
030680*                       NOVO PELA CRITICA (O SALDO PODE    *
030690*                       TER MUDADO DESDE A RETENCAO) E E   *
030700*                       APLICADO, OU VAI PARA O CLIMOVR    *
030710*                       COM O CODIGO DA CRITICA. O ITEM E  *
030720*                       REGRAVADO NA FILA LOGO EM SEGUIDA, *
030730*                       O QUE O PROTEGE NUM REINICIO.      *
030740*----------------------------------------------------------*
030750 2510-BAIXAR-DECIDIDO.
030760     READ FILA-RETENCAO NEXT RECORD
030770         AT END
030780             SET FIM-FILA-RETENCAO TO TRUE
030790             GO TO 2510-BAIXAR-DECIDIDO-EXIT
030800     END-READ.
030810     IF NOT RET-LIBERADO AND NOT RET-RECUSADO
030820         GO TO 2510-BAIXAR-DECIDIDO-EXIT
030830     END-IF.
030840     MOVE RET-MOVIMENTO TO MOV-REGISTRO.
030850     IF RET-RECUSADO
030860         MOVE 85 TO WRK-COD-MOTIVO-REJ
030870         PERFORM 2020-GRAVAR-REJEITO
030880                 THRU 2020-GRAVAR-REJEITO-EXIT
030890         ADD 1 TO WRK-CONT-RECUSADOS
030900         SET RET-DEVOLVIDO TO TRUE
030910         MOVE 85 TO RET-COD-BAIXA
030920         GO TO 2510-BAIXAR-DECIDIDO-REGRAVAR
030930     END-IF.
030940     PERFORM 2010-VALIDAR-MOVIMENTO
030950             THRU 2010-VALIDAR-MOVIMENTO-EXIT.
030960     IF MOVIMENTO-INVALIDO
030970         PERFORM 2020-GRAVAR-REJEITO
030980                 THRU 2020-GRAVAR-REJEITO-EXIT
030990         SET RET-DEVOLVIDO TO TRUE
031000         MOVE WRK-COD-MOTIVO-REJ TO RET-COD-BAIXA
031010         GO TO 2510-BAIXAR-DECIDIDO-REGRAVAR
031020     END-IF.
031030     PERFORM 2030-APLICAR-MOVIMENTO
031040             THRU 2030-APLICAR-MOVIMENTO-EXIT.
031050     ADD 1 TO WRK-CONT-LIBERADOS.
031060     SET RET-APLICADO TO TRUE.
031070     MOVE ZEROS TO RET-COD-BAIXA.
031080 2510-BAIXAR-DECIDIDO-REGRAVAR.
031090     MOVE WRK-DATA-EXECUCAO TO RET-DATA-BAIXA.
031100     REWRITE RET-REGISTRO.
031110     IF FS-FILA-RETENCAO NOT = "00"
031120         DISPLAY "CLIMOVTO: ERRO AO REGRAVAR CLIRETQ ITEM "
031130                 RET-CHAVE " - STATUS " FS-FILA-RETENCAO
031140     END-IF.
031150 2510-BAIXAR-DECIDIDO-EXIT.
031160     EXIT.
031170
031180*----------------------------------------------------------*
031190* 3000-COBRAR-PENDENTES - COM OS MOVIMENTOS DO DIA         *
031200*                       APLICADOS, COBRA AS TARIFAS        *
031210*                       PENDENTES DO CLITARPD (DECLARACOES *
031220*                       DO CLIDECL), MARCA A FASE NO       *
031230*                       JORNAL E ESVAZIA O ARQUIVO. CONTA  *
031240*                       QUE NAO PODE MAIS RECEBER          *
031250*                       LANCAMENTO TEM A TARIFA            *
031260*                       DISPENSADA. NUM REINICIO COM A     *
031270*                       FASE JA JORNALIZADA, SO ESVAZIA.   *
031280*----------------------------------------------------------*
031290 3000-COBRAR-PENDENTES.
031300     IF PARTIDA-REINICIO
031310             AND WRK-JRNL-ULTIMO-ITEM = WRK-ITEM-PENDENTES
031320         DISPLAY "CLIMOVTO: TARIFAS PENDENTES JA COBRADAS NA "
031330                 "EXECUCAO ANTERIOR"
031340         GO TO 3000-COBRAR-PENDENTES-ESVAZIAR
031350     END-IF.
031360     OPEN INPUT TARIFAS-PENDENTES.
031370     IF FS-TARIFAS-PENDENTES NOT = "00"
031380         DISPLAY "CLIMOVTO: CLITARPD INDISPONIVEL - STATUS "
031390                 FS-TARIFAS-PENDENTES " - SEM TARIFAS PENDENTES"
031400         GO TO 3000-COBRAR-PENDENTES-EXIT
031410     END-IF.
031420     PERFORM 3100-COBRAR-PENDENTE THRU 3100-COBRAR-PENDENTE-EXIT
031430             UNTIL FIM-TARIFAS-PENDENTES.
031440     CLOSE TARIFAS-PENDENTES.
031450     MOVE WRK-DATA-EXECUCAO  TO JRNL-DATA.
031460     MOVE WRK-ITEM-PENDENTES TO JRNL-ITEM.
031470     WRITE JRNL-REGISTRO.
031480 3000-COBRAR-PENDENTES-ESVAZIAR.
031490     OPEN OUTPUT TARIFAS-PENDENTES.
031500     CLOSE TARIFAS-PENDENTES.
031510 3000-COBRAR-PENDENTES-EXIT.
031520     EXIT.
031530
031540*----------------------------------------------------------*
031550* 3100-COBRAR-PENDENTE - COBRA UMA TARIFA PENDENTE         *
031560*----------------------------------------------------------*
031570 3100-COBRAR-PENDENTE.
031580     READ TARIFAS-PENDENTES
031590         AT END
031600             SET FIM-TARIFAS-PENDENTES TO TRUE
031610             GO TO 3100-COBRAR-PENDENTE-EXIT
031620     END-READ.
031630     ADD 1 TO WRK-CONT-PEND-LIDAS.
031640     MOVE TPD-CLIENTE TO CLI-ID.
031650     SET MOVIMENTO-VALIDO TO TRUE.
031660     MOVE "N" TO WRK-LANCTO-CREDITO.
031670     READ CLIENTES-MASTER
031680         INVALID KEY
031690             SET MOVIMENTO-INVALIDO TO TRUE
031700     END-READ.
031710     IF MOVIMENTO-VALIDO
031720         PERFORM 2015-CRITICAR-ELEGIBILIDADE
031730                 THRU 2015-CRITICAR-ELEGIBILIDADE-EXIT
031740     END-IF.
031750     IF MOVIMENTO-INVALIDO
031760         DISPLAY "CLIMOVTO: TARIFA " TPD-EVENTO " DO CLIENTE "
031770                 TPD-CLIENTE " (REF " TPD-REFERENCIA
031780                 ") DISPENSADA - CONTA NAO ELEGIVEL"
031790         ADD 1 TO WRK-CONT-PEND-DISP
031800         GO TO 3100-COBRAR-PENDENTE-EXIT
031810     END-IF.
031820     MOVE TPD-EVENTO     TO WRK-EVENTO-TARIFA.
031830     MOVE CLI-TIPO-CONTA TO WRK-TIPO-TARIFA.
031840     PERFORM 2052-PROCURAR-TARIFA
031850             THRU 2052-PROCURAR-TARIFA-EXIT.
031860     IF WRK-VALOR-TARIFA = ZEROS
031870         GO TO 3100-COBRAR-PENDENTE-EXIT
031880     END-IF.
031890     MOVE TPD-CLIENTE TO WRK-POSTAR-ID.
031900     PERFORM 2060-POSTAR-TARIFA THRU 2060-POSTAR-TARIFA-EXIT.
031910 3100-COBRAR-PENDENTE-EXIT.
031920     EXIT.
031930
031940*----------------------------------------------------------*
031950* 2100-LER-PROXIMO-MOVIMENTO - LEITURA SEQUENCIAL DO       *
031960*                       ARQUIVO DE MOVIMENTOS DO DIA       *
031970*----------------------------------------------------------*
031980 2100-LER-PROXIMO-MOVIMENTO.
031990     READ MOVIMENTOS
032000         AT END
032010             SET FIM-ARQUIVO-MOVIMENTOS TO TRUE
032020         NOT AT END
032030             ADD 1 TO WRK-CONT-LIDOS
032040     END-READ.
032050 2100-LER-PROXIMO-MOVIMENTO-EXIT.
032060     EXIT.
032070
032080*----------------------------------------------------------*
032090* 9000-FINALIZAR - IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E  *
032100*                  DEVOLVE O CODIGO DE RETORNO DO STEP     *
032110*----------------------------------------------------------*
032120 9000-FINALIZAR.
032130     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-IMPRIMIR-TOTAIS-EXIT.
032140     CLOSE CLIENTES-MASTER MOVIMENTOS AUDITORIA RELATORIO
032150             REJEITOS.
032160     IF ARQUIVO-AUDK-OK
032170         CLOSE AUDITORIA-CHAVEADA
032180     END-IF.
032190     IF ARQUIVO-BLOQUEIOS-OK
032200         CLOSE BLOQUEIOS
032210     END-IF.
032220     IF ARQUIVO-LIMITES-OK
032230         CLOSE LIMITES
032240     END-IF.
032250     IF ARQUIVO-PROC-OK
032260         CLOSE PROCURADORES
032270     END-IF.
032280     IF ARQUIVO-FLOAT-OK
032290         CLOSE FLUTUANTES
032300     END-IF.
032310     IF ARQUIVO-FILA-TED-OK
032320         CLOSE FILA-REMESSA
032330     END-IF.
032340     IF ARQUIVO-FRANQUIA-OK
032350         CLOSE FRANQUIAS
032360     END-IF.
032370     IF ARQUIVO-PREJUIZO-OK
032380         CLOSE CADASTRO-PREJUIZO
032390     END-IF.
032400     IF ARQUIVO-RETENCAO-OK
032410         CLOSE FILA-RETENCAO
032420     END-IF.
032430     CLOSE JORNAL.
032440     OPEN OUTPUT CONTROLE-MOVTO.
032450     MOVE WRK-DATA-EXECUCAO TO MVCT-ULTIMA-DATA.
032460     WRITE MVCT-REGISTRO.
032470     CLOSE CONTROLE-MOVTO.
032480*    COM O CONTROLE DO DIA GRAVADO, O JORNAL E ZERADO PARA
032490*    A PROXIMA DATA, COMO O CLIENTES FAZ COM O CLIJRNL.
032500     OPEN OUTPUT JORNAL.
032510     CLOSE JORNAL.
032520     PERFORM 1170-DESMARCAR-PROCESSAMENTO
032530             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
032540     IF WRK-CONT-REJEITADOS > ZEROS
032550             OR WRK-CONT-LOTES-REJ > ZEROS
032560         MOVE 4 TO RETURN-CODE
032570     END-IF.
032580 9000-FINALIZAR-EXIT.
032590     EXIT.
032600
032610*----------------------------------------------------------*
032620* 8000-IMPRIMIR-TOTAIS - QUADRO DE TOTAIS DE CONTROLE PARA *
032630*                        CONFERENCIA DO LOTE DE MOVIMENTOS *
032640*----------------------------------------------------------*
032650 8000-IMPRIMIR-TOTAIS.
032660     WRITE REL-LINHA FROM REL-TIT-CONTROLE
032670             AFTER ADVANCING 2 LINES.
032680     MOVE "MOVIMENTOS LIDOS             " TO REL-ROD-ROTULO.
032690     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
032700     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032710     MOVE "MOVIMENTOS APLICADOS         " TO REL-ROD-ROTULO.
032720     MOVE WRK-CONT-APLICADOS TO REL-ROD-VALOR.
032730     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032740     MOVE "MOVIMENTOS REJEITADOS        " TO REL-ROD-ROTULO.
032750     MOVE WRK-CONT-REJEITADOS TO REL-ROD-VALOR.
032760     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032770     MOVE "TOTAL DEPOSITADO             " TO REL-ROD-ROTULO.
032780     MOVE WRK-TOTAL-DEPOSITOS TO REL-ROD-VALOR.
032790     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032800     MOVE "RECUPERACOES DE PREJUIZO     " TO REL-ROD-ROTULO.
032810     MOVE WRK-CONT-RECUPERACOES TO REL-ROD-VALOR.
032820     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032830     MOVE "TOTAL RECUPERADO (PREJUIZO)  " TO REL-ROD-ROTULO.
032840     MOVE WRK-TOTAL-RECUPERACOES TO REL-ROD-VALOR.
032850     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032860     MOVE "TOTAL SACADO                 " TO REL-ROD-ROTULO.
032870     MOVE WRK-TOTAL-SAQUES TO REL-ROD-VALOR.
032880     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032890     MOVE "TOTAL TRANSFERIDO            " TO REL-ROD-ROTULO.
032900     MOVE WRK-TOTAL-TRANSFER TO REL-ROD-VALOR.
032910     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032920     MOVE "TOTAL TED/DOC OUTROS BANCOS  " TO REL-ROD-ROTULO.
032930     MOVE WRK-TOTAL-EXTERNAS TO REL-ROD-VALOR.
032940     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032950     MOVE "TED/DOC ENFILEIRADOS         " TO REL-ROD-ROTULO.
032960     MOVE WRK-CONT-EXTERNAS TO REL-ROD-VALOR.
032970     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
032980     MOVE "TOTAL PAGO VALORES A RECEBER " TO REL-ROD-ROTULO.
032990     MOVE WRK-TOTAL-VALRECEB TO REL-ROD-VALOR.
033000     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033010     MOVE "VALORES A RECEBER PAGOS      " TO REL-ROD-ROTULO.
033020     MOVE WRK-CONT-VALRECEB TO REL-ROD-VALOR.
033030     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033040     MOVE "CHEQUES EM COMPENSACAO       " TO REL-ROD-ROTULO.
033050     MOVE WRK-CONT-CHEQUES TO REL-ROD-VALOR.
033060     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033070     MOVE "CHEQUES ESTORNADOS           " TO REL-ROD-ROTULO.
033080     MOVE WRK-CONT-ESTORNOS TO REL-ROD-VALOR.
033090     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033100     MOVE "TARIFAS AVULSAS COBRADAS     " TO REL-ROD-ROTULO.
033110     MOVE WRK-CONT-TARIFAS TO REL-ROD-VALOR.
033120     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033130     MOVE "TOTAL DE TARIFAS AVULSAS     " TO REL-ROD-ROTULO.
033140     MOVE WRK-TOTAL-TARIFAS TO REL-ROD-VALOR.
033150     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033160     MOVE "TARIFAS PENDENTES LIDAS      " TO REL-ROD-ROTULO.
033170     MOVE WRK-CONT-PEND-LIDAS TO REL-ROD-VALOR.
033180     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033190     MOVE "TARIFAS PENDENTES DISPENSADAS" TO REL-ROD-ROTULO.
033200     MOVE WRK-CONT-PEND-DISP TO REL-ROD-VALOR.
033210     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033220     MOVE "RETIDOS PARA O COMPLIANCE    " TO REL-ROD-ROTULO.
033230     MOVE WRK-CONT-RETIDOS TO REL-ROD-VALOR.
033240     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033250     MOVE "TOTAL RETIDO (COMPLIANCE)    " TO REL-ROD-ROTULO.
033260     MOVE WRK-TOTAL-RETIDOS TO REL-ROD-VALOR.
033270     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033280     MOVE "RETIDOS LIBERADOS E APLICADOS" TO REL-ROD-ROTULO.
033290     MOVE WRK-CONT-LIBERADOS TO REL-ROD-VALOR.
033300     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033310     MOVE "RETIDOS RECUSADOS (COMPLIANCE)" TO REL-ROD-ROTULO.
033320     MOVE WRK-CONT-RECUSADOS TO REL-ROD-VALOR.
033330     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033340     IF PARTIDA-REINICIO
033350         MOVE "PULADOS NO REINICIO (JORNAL) " TO REL-ROD-ROTULO
033360         MOVE WRK-CONT-PULADOS TO REL-ROD-VALOR
033370         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
033380     END-IF.
033390     PERFORM 8100-IMPRIMIR-CONTROLE-LOTES
033400             THRU 8100-IMPRIMIR-CONTROLE-LOTES-EXIT.
033410 8000-IMPRIMIR-TOTAIS-EXIT.
033420     EXIT.
033430
033440*----------------------------------------------------------*
033450* 8100-IMPRIMIR-CONTROLE-LOTES - UMA LINHA POR LOTE DO     *
033460*                  CLIMOVD (INFORMADO NO TRAILER CONTRA O  *
033470*                  LIDO) E OS TOTAIS DA CONFERENCIA        *
033480*----------------------------------------------------------*
033490 8100-IMPRIMIR-CONTROLE-LOTES.
033500     WRITE REL-LINHA FROM REL-TIT-LOTES
033510             AFTER ADVANCING 2 LINES.
033520     WRITE REL-LINHA FROM REL-CAB-LOTES
033530             AFTER ADVANCING 1 LINE.
033540     PERFORM 8110-IMPRIMIR-LOTE
033550             THRU 8110-IMPRIMIR-LOTE-EXIT
033560             VARYING WRK-IDX-LOTE FROM 1 BY 1
033570             UNTIL WRK-IDX-LOTE > WRK-QTD-LOTES.
033580     MOVE "LOTES NO CLIMOVD             " TO REL-ROD-ROTULO.
033590     MOVE WRK-QTD-LOTES TO REL-ROD-VALOR.
033600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
033610     MOVE "LOTES ACEITOS                " TO REL-ROD-ROTULO.
033620     MOVE WRK-CONT-LOTES-ACEITOS TO REL-ROD-VALOR.
033630     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033640     MOVE "LOTES REJEITADOS             " TO REL-ROD-ROTULO.
033650     MOVE WRK-CONT-LOTES-REJ TO REL-ROD-VALOR.
033660     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033670     MOVE "REGISTROS DE CONTROLE (H/Z)  " TO REL-ROD-ROTULO.
033680     MOVE WRK-CONT-CONTROLE TO REL-ROD-VALOR.
033690     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033700     MOVE "MOVIMENTOS FORA DE LOTE      " TO REL-ROD-ROTULO.
033710     MOVE WRK-CONT-FORA-LOTE TO REL-ROD-VALOR.
033720     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033730     MOVE "ITENS REJEITADOS PELO LOTE   " TO REL-ROD-ROTULO.
033740     MOVE WRK-CONT-ITENS-LOTE-REJ TO REL-ROD-VALOR.
033750     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
033760 8100-IMPRIMIR-CONTROLE-LOTES-EXIT.
033770     EXIT.
033780
033790*----------------------------------------------------------*
033800* 8110-IMPRIMIR-LOTE - UMA LINHA DO RELATORIO POR LOTE DO  *
033810*                  CLIMOVD, COM A SITUACAO DA CONFERENCIA  *
033820*----------------------------------------------------------*
033830 8110-IMPRIMIR-LOTE.
033840     MOVE TAB-LOTE-ORIGEM (WRK-IDX-LOTE)    TO REL-LOT-ORIGEM.
033850     MOVE TAB-LOTE-DATA (WRK-IDX-LOTE)      TO REL-LOT-DATA.
033860     MOVE TAB-LOTE-HORA (WRK-IDX-LOTE)      TO REL-LOT-HORA.
033870     MOVE TAB-LOTE-QTD-INF (WRK-IDX-LOTE)   TO REL-LOT-QTD-INF.
033880     MOVE TAB-LOTE-QTD-LIDA (WRK-IDX-LOTE)  TO REL-LOT-QTD-LIDA.
033890     MOVE TAB-LOTE-HASH-INF (WRK-IDX-LOTE)  TO REL-LOT-HASH-INF.
033900     MOVE TAB-LOTE-HASH-LIDO (WRK-IDX-LOTE) TO REL-LOT-HASH-LIDO.
033910     EVALUATE TRUE
033920         WHEN LOTE-ACEITO (WRK-IDX-LOTE)
033930             MOVE "ACEITO" TO REL-LOT-SITUACAO
033940         WHEN LOTE-DESBALANCEADO (WRK-IDX-LOTE)
033950             MOVE "REJEITADO - DESBALANCEADO"
033960               TO REL-LOT-SITUACAO
033970         WHEN LOTE-REPETIDO (WRK-IDX-LOTE)
033980             MOVE "REJEITADO - LOTE REPETIDO"
033990               TO REL-LOT-SITUACAO
034000         WHEN LOTE-SEM-CABECALHO (WRK-IDX-LOTE)
034010             MOVE "REJEITADO - SEM CABECALHO"
034020               TO REL-LOT-SITUACAO
034030         WHEN OTHER
034040             MOVE "REJEITADO - SEM TRAILER"
034050               TO REL-LOT-SITUACAO
034060     END-EVALUATE.
034070     WRITE REL-LINHA FROM REL-DET-LOTE AFTER ADVANCING 1 LINE.
034080 8110-IMPRIMIR-LOTE-EXIT.
034090     EXIT.
034100
034110*----------------------------------------------------------*
034120* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
034130*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
034140*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
034150*----------------------------------------------------------*
034160 7700-ESPELHAR-AUDK.
034170     IF NOT ARQUIVO-AUDK-OK
034180         GO TO 7700-ESPELHAR-AUDK-EXIT
034190     END-IF.
034200     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
034210     MOVE AUD-DATA       TO AUDK-DATA.
034220     MOVE AUD-REGISTRO   TO AUDK-LINHA.
034230     MOVE "N" TO WRK-AUDK-OK.
034240     MOVE 1 TO WRK-AUDK-SEQ.
034250     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
034260             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
034270     IF NOT AUDK-GRAVADO
034280         DISPLAY "CLIMOVTO: ESPELHO CLIAUDK NAO GRAVADO "
034290                 "PARA O CLIENTE " AUDK-CLIENTE
034300     END-IF.
034310 7700-ESPELHAR-AUDK-EXIT.
034320     EXIT.
034330
034340*----------------------------------------------------------*
034350* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
034360*                 DUPLICADA AVANCA A SEQUENCIA             *
034370*----------------------------------------------------------*
034380 7750-TENTAR-AUDK.
034390     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
034400     WRITE AUDK-REGISTRO
034410         INVALID KEY
034420             ADD 1 TO WRK-AUDK-SEQ
034430         NOT INVALID KEY
034440             SET AUDK-GRAVADO TO TRUE
034450     END-WRITE.
034460 7750-TENTAR-AUDK-EXIT.
034470     EXIT.
034480 9999-EXIT.
034490     STOP RUN.
