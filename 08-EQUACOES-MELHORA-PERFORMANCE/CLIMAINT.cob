001140*                    MANTIDO PELO OPERMNT): BLOQUEIO APOS    *
001150*                    TRES TENTATIVAS, REVOGACAO E TROCA      *
001160*                    OBRIGATORIA DE SENHA VENCIDA.           *
001170* 2026-10-15 EBC     A ALTERACAO ("C") DEIXA DE ACEITAR UM   *
001180*                    SALDO NOVO DIGITADO - A MUDANCA DE      *
001190*                    SALDO NAO DEIXAVA LINHA NO CLIAUDIT E   *
001200*                    O CLIVERIF, O EXTRATO E O CLIEXTM NAO A *
001210*                    ENXERGAVAM. NOVA FUNCAO "J" (AJUSTE DE  *
001220*                    SALDO): MOTIVO OBRIGATORIO, NATUREZA    *
001230*                    (CREDITO/DEBITO) E VALOR DO AJUSTE,     *
001240*                    APROVADO NA HORA POR UM SUPERVISOR      *
001250*                    DIFERENTE DE QUEM DIGITOU (SIGN-ON      *
001260*                    PELO CLISIGN, NOS MOLDES DO PARMMNT).   *
001270*                    O AJUSTE APROVADO VAI PARA A FILA       *
001280*                    CLIAJPND (LAYOUT CLIAJURG) E SO MEXE NO *
001290*                    SALDO QUANDO O LOTE CLIAJUST O LANCA,   *
001300*                    COM LINHA DE AUDITORIA DE ORIGEM "A".   *
001310*                    DIGITACAO, APROVACAO E RECUSA SAO       *
001320*                    LOGADAS NO CLIMLOG.                     *
001330* 2026-10-15 EBC     SUSTACAO DE CHEQUE (CONTRA-ORDEM): NOVAS  *
001340*                    FUNCOES "O" (SUSTAR CHEQUE, COM MOTIVO  *
001350*                    E OCORRENCIA) E "N" (CANCELAR A         *
001360*                    SUSTACAO), RESTRITAS AO PERFIL          *
001370*                    SUPERVISOR, SOBRE O NOVO ARQUIVO        *
001380*                    CLISUST (LAYOUT CLISUSRG, CHAVE CLIENTE *
001390*                    + NUMERO DO CHEQUE), AMBAS LOGADAS NO   *
001400*                    CLIMLOG. O LOTE CLICHQCP DEVOLVE O      *
001410*                    CHEQUE SUSTADO APRESENTADO NA           *
001420*                    COMPENSACAO.                            *
001430* 2026-10-15 EBC     NOVA FUNCAO "F" (COMUNICAR OBITO DE    *
001440*                    TITULAR), RESTRITA AO PERFIL           *
001450*                    SUPERVISOR: DATA DO OBITO E CERTIDAO   *
001460*                    VAO PARA O NOVO ARQUIVO CLIOBITO       *
001470*                    (LAYOUT CLIOBTRG). TITULAR UNICO       *
001480*                    CONGELA A CONTA (CLI-STATUS "F");      *
001490*                    CO-TITULAR FALECIDO SAI DO CLITITU;    *
001500*                    PRINCIPAL FALECIDO COM CO-TITULARES E  *
001510*                    SUCEDIDO PELO PRIMEIRO DELES, COM A    *
001520*                    REFERENCIA CRUZADA ACERTADA. TUDO      *
001530*                    LOGADO NO CLIMLOG; O LOTE CLIESPOL     *
001540*                    EMITE A POSICAO DO ESPOLIO.            *
001550* 2026-10-15 EBC     NOVA FUNCAO "X" (ESTORNAR LANCAMENTO): *
001560*                    O LANCAMENTO E LOCALIZADO NO CLIAUDK   *
001570*                    POR CLIENTE, DATA E SEQUENCIA, E O     *
001580*                    ESTORNO E APROVADO NA HORA POR UM      *
001590*                    SUPERVISOR DIFERENTE DE QUEM DIGITOU,  *
001600*                    COMO NO AJUSTE "J". O PEDIDO APROVADO  *
001610*                    VAI PARA O NOVO ARQUIVO CLIESTOR       *
001620*                    (LAYOUT CLIESTRG), CHAVEADO PELO       *
001630*                    LANCAMENTO ORIGINAL, O QUE RECUSA UM   *
001640*                    SEGUNDO ESTORNO DO MESMO LANCAMENTO. O *
001650*                    LOTE CLIESTRN LANCA O VALOR OPOSTO COM *
001660*                    ORIGEM "E". DIGITACAO, APROVACAO E     *
001670*                    RECUSA SAO LOGADAS NO CLIMLOG.         *
001680* 2026-10-15 EBC     RECADASTRAMENTO PERIODICO: A INCLUSAO  *
001690*                    PEDE O GRAU DE RISCO DO CLIENTE        *
001700*                    (A-ALTO, M-MEDIO, B-BAIXO; EM BRANCO   *
001710*                    VALE O DO TIPO DE CONTA - EMPRESA E    *
001720*                    PREMIUM MEDIO, POUPANCA BAIXO) E GRAVA *
001730*                    A DATA DA ULTIMA REVISAO (ABERTURA) E  *
001740*                    O VENCIMENTO DO CADASTRO PELO CICLO DO *
001750*                    RISCO NO CLIPARM (PADROES 12/36/60     *
001760*                    MESES). NA FUNCAO "D" A AGENCIA PODE   *
001770*                    REVER O RISCO E, CONFIRMANDO OS DADOS  *
001780*                    COM O CLIENTE, RENOVA O CADASTRO A     *
001790*                    PARTIR DE HOJE. RISCO E VENCIMENTO     *
001800*                    ALTERADOS SAO LOGADOS NO CLIMLOG.      *
001810* 2026-10-15 EBC     A INCLUSAO RECUSA NUMERO DE CONTA QUE *
001820*                    JA CONSTA DO HISTORICO DE ENCERRADAS  *
001830*                    CLIENCER (CONTA EXPURGADA DO MESTRE   *
001840*                    PELO CLIENCEX): O NUMERO NAO E        *
001850*                    REAPROVEITADO, PARA A TRILHA DE       *
001860*                    AUDITORIA E O HISTORICO NAO           *
001870*                    MISTURAREM DOIS CLIENTES.             *
001880* 2026-10-15 EBC     A FUNCAO "V" PASSA A GRAVAR A DATA DA *
001890*                    REATIVACAO NO NOVO CAMPO              *
001900*                    CLI-DATA-REATIVACAO DO CLIREG, USADA  *
001910*                    PELO CLIMOVTO PARA RETER OS DEBITOS   *
001920*                    DOS PRIMEIROS DIAS DA CONTA           *
001930*                    REATIVADA.                            *
001940* 2026-10-15 EBC     A CRITICA DE DUPLICIDADE DA INCLUSAO  *
001950*                    (2600) DEIXA DE VARRER O MESTRE: O    *
001960*                    CPF/CNPJ E PROCURADO PELA CHAVE NO    *
001970*                    CLIXREF E O NOME IDENTICO SO DENTRO   *
001980*                    DA MESMA AGENCIA, PELA CHAVE NA NOVA  *
001990*                    REFERENCIA AGENCIA X NOME CLIXNOM     *
002000*                    (LAYOUT CLIXNOMR), MANTIDA NA         *
002010*                    INCLUSAO, NA ALTERACAO DE NOME E NA   *
002020*                    SUCESSAO. SEM O CLIXREF A VARREDURA   *
002030*                    ANTIGA FICA COMO CONTINGENCIA. A      *
002040*                    INCLUSAO DE TITULAR RECUSA O          *
002050*                    DOCUMENTO QUE JA E TITULAR DA MESMA   *
002060*                    CONTA, PELA CHAVE NO CLIXREF.         *
002070* 2026-10-15 EBC     NOVA FUNCAO "P" (SO SUPERVISOR) -     *
002080*                    PROCURADORES E REPRESENTANTES         *
002090*                    AUTORIZADOS DA CONTA NO NOVO ARQUIVO  *
002100*                    CLIPROC (LAYOUT CLIPRCRG): LISTA OS   *
002110*                    REPRESENTANTES DA CONTA, INCLUI OU    *
002120*                    ALTERA UM REPRESENTANTE (CPF          *
002130*                    CONFERIDO PELO DOCVALID, PODERES DE   *
002140*                    SAQUE, TRANSFERENCIA E ENCERRAMENTO,  *
002150*                    LIMITE POR MOVIMENTO E FIM DA         *
002160*                    VIGENCIA) E REVOGA (REVOGACAO LOGICA, *
002170*                    DATADA). TODA ALTERACAO E LOGADA NO   *
002180*                    CLIMLOG. O ENCERRAMENTO DA CONTA      *
002190*                    (FUNCAO "E") PEDIDO POR REPRESENTANTE *
002200*                    SO E ACEITO COM PODER DE ENCERRAR     *
002210*                    VIGENTE.                              *
002220* 2026-10-15 EBC     CONTA DE MENOR: A INCLUSAO DE PESSOA  *
002230*                    FISICA PEDE A DATA DE NASCIMENTO DO   *
002240*                    TITULAR E, SE ELE TIVER MENOS DE 18   *
002250*                    ANOS, O CPF (CONFERIDO PELO DOCVALID) *
002260*                    E O NOME DO RESPONSAVEL LEGAL. A      *
002270*                    FUNCAO "D" PASSA A MANTER ESSES DADOS *
002280*                    (TITULAR JA MAIOR FICA SEM            *
002290*                    RESPONSAVEL), LOGANDO NASCIMENTO E    *
002300*                    RESPONSAVEL NO CLIMLOG. NA SUCESSAO   *
002310*                    DO PRINCIPAL FALECIDO A DATA DE       *
002320*                    NASCIMENTO E O RESPONSAVEL SAO        *
002330*                    ZERADOS.                              *
002340* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
002350*                    BYTES COM O TETO DE GARANTIA DO FGC   *
002360*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
002370* 2026-10-15 EBC     A FUNCAO "D" PASSA A MANTER A         *
002380*                    PREFERENCIA DE ALERTA DE TRANSACAO DA *
002390*                    CONTA (CANAL E-MAIL/SMS/AMBOS/NENHUM, *
002400*                    VALOR MINIMO E EVENTOS AVISADOS),     *
002410*                    EXIGINDO O CONTATO DO CANAL           *
002420*                    ESCOLHIDO, E EXIBE O CONTATO          *
002430*                    DEVOLVIDO PELO GATEWAY DE MENSAGENS.  *
002440*                    E-MAIL OU TELEFONE ALTERADO LIMPA A   *
002450*                    MARCA DE DEVOLUCAO. ALTERACOES        *
002460*                    LOGADAS NO CLIMLOG (CAMPO ALERTA).    *
002470* 2026-10-15 EBC     AJUSTE DE SALDO (FUNCAO "J") E        *
002480*                    ESTORNO (FUNCAO "X") RECUSADOS NA     *
002490*                    DIGITACAO EM CONTA DE FALECIDO, EM    *
002500*                    PREJUIZO OU ENCERRADA, COMO O         *
002510*                    CLIAJUST E O CLIESTRN PASSAM A FAZER  *
002520*                    NO LANCAMENTO. O CLIAJPND VIRA UM     *
002530*                    REGISTRO INDEXADO COM A SITUACAO DO   *
002540*                    AJUSTE (CLIAJURG): O AJUSTE APROVADO  *
002550*                    E GRAVADO PENDENTE ("P").             *
002560* 2026-10-15 EBC     AREA DE SALVAMENTO DO REGISTRO NA     *
002570*                    CRITICA DE DUPLICIDADE (2600)         *
002580*                    AMPLIADA PARA 400 BYTES: COM 300 ELA  *
002590*                    JA NAO COMPORTAVA O CLI-REGISTRO E A  *
002600*                    RESTAURACAO PERDIA O FIM DO REGISTRO  *
002610*                    ANTES DA GRAVACAO.                    *
002620*----------------------------------------------------------*
002630 ENVIRONMENT             DIVISION.
002640 CONFIGURATION           SECTION.
002650 SPECIAL-NAMES.
002660     DECIMAL-POINT IS COMMA.
002670
002680 INPUT-OUTPUT            SECTION.
002690 FILE-CONTROL.
002700     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
002710         ORGANIZATION IS INDEXED
002720         ACCESS MODE IS DYNAMIC
002730         RECORD KEY IS CLI-ID
002740         FILE STATUS IS FS-CLIENTES-MASTER.
002750*----------------------------------------------------------*
002760* LOG DAS ACOES DE MANUTENCAO, COM IMAGEM ANTES/DEPOIS     *
002770*----------------------------------------------------------*
002780     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
002790         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS FS-LOG-MANUTENCAO.
002810*----------------------------------------------------------*
002820* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
002830*----------------------------------------------------------*
002840     SELECT CONTROLE ASSIGN TO "CLICTRL"
002850         ORGANIZATION IS SEQUENTIAL
002860         FILE STATUS IS FS-CONTROLE.
002870*----------------------------------------------------------*
002880* TITULARES ADICIONAIS DAS CONTAS CONJUNTAS                *
002890*----------------------------------------------------------*
002900     SELECT TITULARES ASSIGN TO "CLITITU"
002910         ORGANIZATION IS INDEXED
002920         ACCESS MODE IS DYNAMIC
002930         RECORD KEY IS TIT-CHAVE
002940         FILE STATUS IS FS-TITULARES.
002950*----------------------------------------------------------*
002960* BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS DE SALDO           *
002970*----------------------------------------------------------*
002980     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
002990         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003010         RECORD KEY IS BLQ-CHAVE
003020         FILE STATUS IS FS-BLOQUEIOS.
003030*----------------------------------------------------------*
003040* REFERENCIA CRUZADA DOCUMENTO X CONTA                     *
003050*----------------------------------------------------------*
003060     SELECT REFERENCIA ASSIGN TO "CLIXREF"
003070         ORGANIZATION IS INDEXED
003080         ACCESS MODE IS DYNAMIC
003090         RECORD KEY IS XRF-CHAVE
003100         FILE STATUS IS FS-REFERENCIA.
003110*----------------------------------------------------------*
003120* REFERENCIA CRUZADA AGENCIA X NOME X CONTA                *
003130*----------------------------------------------------------*
003140     SELECT NOMES-AGENCIA ASSIGN TO "CLIXNOM"
003150         ORGANIZATION IS INDEXED
003160         ACCESS MODE IS DYNAMIC
003170         RECORD KEY IS XNM-CHAVE
003180         FILE STATUS IS FS-NOMES-AGENCIA.
003190*----------------------------------------------------------*
003200* TABELA DE FAIXAS DE CEP (CEP INICIAL/FINAL, CIDADE, UF)  *
003210*----------------------------------------------------------*
003220     SELECT REFERENCIA-CEP ASSIGN TO "CLICEPRF"
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS FS-REFERENCIA-CEP.
003250*----------------------------------------------------------*
003260* AJUSTES DE SALDO APROVADOS, LANCADOS PELO LOTE CLIAJUST  *
003270*----------------------------------------------------------*
003280     SELECT AJUSTES ASSIGN TO "CLIAJPND"
003290         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003310         RECORD KEY IS AJU-CHAVE
003320         FILE STATUS IS FS-AJUSTES.
003330*----------------------------------------------------------*
003340* SUSTACOES DE CHEQUE (CONTRA-ORDENS) DOS CLIENTES         *
003350*----------------------------------------------------------*
003360     SELECT SUSTACOES ASSIGN TO "CLISUST"
003370         ORGANIZATION IS INDEXED
003380         ACCESS MODE IS DYNAMIC
003390         RECORD KEY IS SUS-CHAVE
003400         FILE STATUS IS FS-SUSTACOES.
003410*----------------------------------------------------------*
003420* REGISTRO DE OBITOS DE TITULARES                          *
003430*----------------------------------------------------------*
003440     SELECT OBITOS ASSIGN TO "CLIOBITO"
003450         ORGANIZATION IS INDEXED
003460         ACCESS MODE IS DYNAMIC
003470         RECORD KEY IS OBT-CHAVE
003480         FILE STATUS IS FS-OBITOS.
003490*----------------------------------------------------------*
003500* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - SO LEITURA, PARA *
003510* LOCALIZAR O LANCAMENTO A ESTORNAR                        *
003520*----------------------------------------------------------*
003530     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
003540         ORGANIZATION IS INDEXED
003550         ACCESS MODE IS DYNAMIC
003560         RECORD KEY IS AUDK-CHAVE
003570         FILE STATUS IS FS-AUDK.
003580*----------------------------------------------------------*
003590* PEDIDOS DE ESTORNO APROVADOS, LANCADOS PELO LOTE         *
003600* CLIESTRN                                                 *
003610*----------------------------------------------------------*
003620     SELECT ESTORNOS ASSIGN TO "CLIESTOR"
003630         ORGANIZATION IS INDEXED
003640         ACCESS MODE IS DYNAMIC
003650         RECORD KEY IS EST-CHAVE
003660         FILE STATUS IS FS-ESTORNOS.
003670*----------------------------------------------------------*
003680* PARAMETROS DO LOTE: SO OS CICLOS DE RECADASTRAMENTO SAO  *
003690* USADOS AQUI                                              *
003700*----------------------------------------------------------*
003710     SELECT PARAMETROS ASSIGN TO "CLIPARM"
003720         ORGANIZATION IS SEQUENTIAL
003730         FILE STATUS IS FS-PARAMETROS.
003740*----------------------------------------------------------*
003750* HISTORICO DE CONTAS ENCERRADAS EXPURGADAS DO MESTRE -    *
003760* SO LEITURA, PARA O NUMERO NAO SER REAPROVEITADO          *
003770*----------------------------------------------------------*
003780     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
003790         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003810         RECORD KEY IS ENC-CLI-ID
003820         FILE STATUS IS FS-ENCERRADAS.
003830*----------------------------------------------------------*
003840* PROCURADORES E REPRESENTANTES AUTORIZADOS DAS CONTAS     *
003850*----------------------------------------------------------*
003860     SELECT PROCURADORES ASSIGN TO "CLIPROC"
003870         ORGANIZATION IS INDEXED
003880         ACCESS MODE IS DYNAMIC
003890         RECORD KEY IS PRC-CHAVE
003900         FILE STATUS IS FS-PROCURADORES.
003910
003920 DATA                    DIVISION.
003930 FILE                    SECTION.
003940 FD  CLIENTES-MASTER
003950     LABEL RECORD IS STANDARD.
003960     COPY CLIREG.
003970
003980 FD  LOG-MANUTENCAO
003990     LABEL RECORD IS STANDARD.
004000 01  MLOG-LINHA               PICTURE X(120).
004010
004020
004030 FD  CONTROLE
004040     LABEL RECORD IS STANDARD.
004050 01  CTRL-REGISTRO.
004060     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
004070     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
004080     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
004090
004100 FD  TITULARES
004110     LABEL RECORD IS STANDARD.
004120     COPY CLITITRG.
004130
004140 FD  BLOQUEIOS
004150     LABEL RECORD IS STANDARD.
004160     COPY CLIBLQRG.
004170
004180 FD  REFERENCIA
004190     LABEL RECORD IS STANDARD.
004200     COPY CLIXREFR.
004210
004220 FD  NOMES-AGENCIA
004230     LABEL RECORD IS STANDARD.
004240     COPY CLIXNOMR.
004250
004260 FD  REFERENCIA-CEP
004270     LABEL RECORD IS STANDARD.
004280 01  CEPR-REGISTRO.
004290     05  CEPR-CEP-INI         PICTURE 9(08).
004300     05  FILLER               PICTURE X(01).
004310     05  CEPR-CEP-FIM         PICTURE 9(08).
004320     05  FILLER               PICTURE X(01).
004330     05  CEPR-CIDADE          PICTURE X(20).
004340     05  FILLER               PICTURE X(01).
004350     05  CEPR-UF              PICTURE X(02).
004360
004370 FD  AJUSTES
004380     LABEL RECORD IS STANDARD.
004390     COPY CLIAJURG.
004400
004410 FD  SUSTACOES
004420     LABEL RECORD IS STANDARD.
004430     COPY CLISUSRG.
004440
004450 FD  OBITOS
004460     LABEL RECORD IS STANDARD.
004470     COPY CLIOBTRG.
004480
004490 FD  AUDITORIA-CHAVEADA
004500     LABEL RECORD IS STANDARD.
004510     COPY CLIAUKRG.
004520
004530 FD  ESTORNOS
004540     LABEL RECORD IS STANDARD.
004550     COPY CLIESTRG.
004560
004570 FD  PARAMETROS
004580     LABEL RECORD IS STANDARD.
004590 01  PARM-REGISTRO.
004600     05  FILLER              PICTURE X(107).
004610     05  PARM-CICLO-ALTO     PICTURE 9(02).
004620     05  PARM-CICLO-MEDIO    PICTURE 9(02).
004630     05  PARM-CICLO-BAIXO    PICTURE 9(02).
004640     05  PARM-CARENCIA-KYC   PICTURE 9(02).
004650     05  PARM-TETO-FGC       PICTURE 9(10).
004660
004670 FD  ENCERRADAS
004680     LABEL RECORD IS STANDARD.
004690     COPY CLIENCRG.
004700
004710 FD  PROCURADORES
004720     LABEL RECORD IS STANDARD.
004730     COPY CLIPRCRG.
004740
004750 WORKING-STORAGE         SECTION.
004760 01  WRK-FLAGS.
004770     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
004780         88  SAIR-DO-MENU                       VALUE "S".
004790 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
004800 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
004810 77  WRK-SALDO-ED             PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
004820 77  WRK-TIPO-DOC-ACEITO      PICTURE X(01)      VALUE SPACES.
004830 77  WRK-CONT-ARROBA          PICTURE 9(02)      COMP VALUE ZEROS.
004840 01  FS-LOG-MANUTENCAO        PICTURE X(02)      VALUE "00".
004850 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
004860 77  WRK-ANTES-NOME           PICTURE X(20)      VALUE SPACES.
004870 77  WRK-ANTES-STATUS         PICTURE X(01)      VALUE SPACES.
004880 77  WRK-ANTES-ENDERECO       PICTURE X(30)      VALUE SPACES.
004890 77  WRK-ANTES-CIDADE         PICTURE X(20)      VALUE SPACES.
004900 77  WRK-ANTES-UF             PICTURE X(02)      VALUE SPACES.
004910 77  WRK-ANTES-CEP            PICTURE 9(08)      VALUE ZEROS.
004920 77  WRK-ANTES-TELEFONE       PICTURE 9(11)      VALUE ZEROS.
004930 77  WRK-ANTES-EMAIL          PICTURE X(30)      VALUE SPACES.
004940 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
004950 77  WRK-SALVA-REGISTRO       PICTURE X(400)     VALUE SPACES.
004960 77  WRK-NOVO-ID              PICTURE 9(06)      VALUE ZEROS.
004970 77  WRK-NOVO-NOME            PICTURE X(20)      VALUE SPACES.
004980 77  WRK-NOVO-DOC             PICTURE 9(14)      VALUE ZEROS.
004990 77  WRK-ID-DOC-DUP           PICTURE 9(06)      VALUE ZEROS.
005000 77  WRK-ID-NOME-DUP          PICTURE 9(06)      VALUE ZEROS.
005010 77  WRK-NOVA-AGENCIA         PICTURE 9(04)      VALUE ZEROS.
005020 77  WRK-CONFIRMA             PICTURE X(01)      VALUE SPACES.
005030 01  WRK-DUPLICIDADE.
005040     05  WRK-DOC-DUP          PICTURE X(01)      VALUE "N".
005050         88  DOCUMENTO-DUPLICADO             VALUE "S".
005060     05  WRK-NOME-DUP         PICTURE X(01)      VALUE "N".
005070         88  NOME-DUPLICADO                  VALUE "S".
005080     05  WRK-FIM-VARRE        PICTURE X(01)      VALUE "N".
005090         88  FIM-VARREDURA                   VALUE "S".
005100 01  FS-CONTROLE              PICTURE X(02)      VALUE "00".
005110 01  FS-TITULARES             PICTURE X(02)      VALUE "00".
005120 01  FS-BLOQUEIOS             PICTURE X(02)      VALUE "00".
005130 01  FS-REFERENCIA            PICTURE X(02)      VALUE "00".
005140 01  WRK-FLAGS-XREF.
005150     05  WRK-TEM-XREF         PICTURE X(01)      VALUE "N".
005160         88  ARQUIVO-XREF-OK                     VALUE "S".
005170     05  WRK-TEM-XNOM         PICTURE X(01)      VALUE "N".
005180         88  ARQUIVO-XNOM-OK                     VALUE "S".
005190 01  FS-NOMES-AGENCIA         PICTURE X(02)      VALUE "00".
005200 77  WRK-ANTES-DOC            PICTURE 9(14)      VALUE ZEROS.
005210 77  WRK-ANTES-PREF           PICTURE X(01)      VALUE SPACES.
005220 77  WRK-NOVA-PREF            PICTURE X(01)      VALUE SPACES.
005230 01  FS-REFERENCIA-CEP        PICTURE X(02)      VALUE "00".
005240 01  WRK-FLAGS-CEP.
005250     05  WRK-FIM-CEP          PICTURE X(01)      VALUE "N".
005260         88  FIM-REFERENCIA-CEP                  VALUE "S".
005270     05  WRK-CEP-RESULTADO    PICTURE X(01)      VALUE "F".
005280         88  CEP-CONFERIDO                       VALUE "V".
005290         88  CEP-DIVERGENTE                      VALUE "I".
005300         88  CEP-FORA-DE-FAIXA                   VALUE "F".
005310 77  WRK-SEQ-LIVRE            PICTURE 9(02)      VALUE ZEROS.
005320 77  WRK-VALOR-BLOQ-ED        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
005330 01  WRK-FLAGS-BLOQUEIO.
005340     05  WRK-FIM-BLQ          PICTURE X(01)      VALUE "N".
005350         88  FIM-BLOQUEIOS                       VALUE "S".
005360 01  WRK-FLAGS-TITULAR.
005370     05  WRK-FIM-TIT          PICTURE X(01)      VALUE "N".
005380         88  FIM-TITULARES                       VALUE "S".
005390 77  WRK-FORCAR               PICTURE X(01)      VALUE SPACES.
005400 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
005410 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
005420 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
005430 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
005440 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "N".
005450 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
005460 01  WRK-SIGNON.
005470     05  WRK-SIGNON-OK        PICTURE X(01)      VALUE "N".
005480         88  OPERADOR-AUTENTICADO            VALUE "S".
005490     05  WRK-AUTORIZADO       PICTURE X(01)      VALUE "N".
005500         88  FUNCAO-AUTORIZADA               VALUE "S".
005510     05  WRK-FUNCAO-PEDIDA    PICTURE X(01)      VALUE SPACES.
005520 01  FS-AJUSTES               PICTURE X(02)      VALUE "00".
005530 01  WRK-FLAGS-AJUSTE.
005540     05  WRK-AJUSTE-APROVADO  PICTURE X(01)      VALUE "N".
005550         88  AJUSTE-APROVADO                     VALUE "S".
005560 77  WRK-PERFIL-SALVO         PICTURE X(01)      VALUE SPACES.
005570 77  WRK-APROVADOR            PICTURE X(08)      VALUE SPACES.
005580 77  WRK-SALDO-PROJETADO      PICTURE S9(11)     COMP VALUE ZEROS.
005590 77  WRK-VALOR-AJU-ED         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
005600 01  FS-SUSTACOES             PICTURE X(02)      VALUE "00".
005610 77  WRK-CHEQUE-ED            PICTURE 9(08)      VALUE ZEROS.
005620 01  FS-OBITOS                PICTURE X(02)      VALUE "00".
005630 01  WRK-FLAGS-OBITO.
005640     05  WRK-TEM-OBITO        PICTURE X(01)      VALUE "N".
005650         88  ARQUIVO-OBITO-OK                    VALUE "S".
005660     05  WRK-FIM-OBT          PICTURE X(01)      VALUE "N".
005670         88  FIM-OBITOS                          VALUE "S".
005680     05  WRK-OBITO-GRAVADO    PICTURE X(01)      VALUE "N".
005690         88  OBITO-GRAVADO                       VALUE "S".
005700     05  WRK-TRATAMENTO       PICTURE X(01)      VALUE SPACES.
005710         88  TRATAR-CONGELAMENTO                 VALUE "C".
005720         88  TRATAR-RETIRADA                     VALUE "R".
005730         88  TRATAR-SUCESSAO                     VALUE "S".
005740 77  WRK-SEQ-OBITO            PICTURE 9(02)      VALUE ZEROS.
005750 77  WRK-SEQ-SUCESSOR         PICTURE 9(02)      VALUE ZEROS.
005760 77  WRK-QTD-TITULARES        PICTURE 9(02)      COMP VALUE ZEROS.
005770 77  WRK-DATA-OBITO           PICTURE 9(08)      VALUE ZEROS.
005780 77  WRK-DATA-HOJE            PICTURE 9(08)      VALUE ZEROS.
005790 77  WRK-MES-OBITO            PICTURE 9(02)      VALUE ZEROS.
005800 77  WRK-DIA-OBITO            PICTURE 9(02)      VALUE ZEROS.
005810 77  WRK-CERTIDAO             PICTURE X(20)      VALUE SPACES.
005820 77  WRK-FALECIDO-NOME        PICTURE X(20)      VALUE SPACES.
005830 77  WRK-FALECIDO-DOC         PICTURE 9(14)      VALUE ZEROS.
005840 77  WRK-FALECIDO-TIPO        PICTURE X(01)      VALUE SPACES.
005850 77  WRK-SUC-NOME             PICTURE X(20)      VALUE SPACES.
005860 77  WRK-SUC-DOC              PICTURE 9(14)      VALUE ZEROS.
005870 77  WRK-SUC-TIPO             PICTURE X(01)      VALUE SPACES.
005880 01  FS-AUDK                  PICTURE X(02)      VALUE "00".
005890 01  FS-ESTORNOS              PICTURE X(02)      VALUE "00".
005900 01  WRK-FLAGS-ESTORNO.
005910     05  WRK-TEM-AUDK         PICTURE X(01)      VALUE "N".
005920         88  ARQUIVO-AUDK-OK                     VALUE "S".
005930     05  WRK-TEM-ESTORNO      PICTURE X(01)      VALUE "N".
005940         88  ARQUIVO-ESTORNO-OK                  VALUE "S".
005950     05  WRK-ORIGEM-ORIG      PICTURE X(01)      VALUE SPACES.
005960         88  ORIGEM-ESTORNAVEL            VALUE "M" "A" "T" "V"
005970                                                   "I" "X" "C".
005980 77  WRK-DATA-LANCTO          PICTURE 9(08)      VALUE ZEROS.
005990 77  WRK-SEQ-LANCTO           PICTURE 9(04)      VALUE ZEROS.
006000 77  WRK-VALOR-ORIG           PICTURE S9(10)V99  COMP VALUE ZEROS.
006010 01  FS-PARAMETROS            PICTURE X(02)      VALUE "00".
006020 77  WRK-CICLO-ALTO           PICTURE 9(02)      VALUE 12.
006030 77  WRK-CICLO-MEDIO          PICTURE 9(02)      VALUE 36.
006040 77  WRK-CICLO-BAIXO          PICTURE 9(02)      VALUE 60.
006050 77  WRK-MESES-CICLO          PICTURE 9(02)      VALUE ZEROS.
006060 77  WRK-NOVO-RISCO           PICTURE X(01)      VALUE SPACES.
006070 77  WRK-ANTES-RISCO          PICTURE X(01)      VALUE SPACES.
006080 77  WRK-ANTES-PROX-REV       PICTURE 9(08)      VALUE ZEROS.
006090 77  WRK-DATA-BASE            PICTURE 9(08)      VALUE ZEROS.
006100 77  WRK-DATA-CALCULADA       PICTURE 9(08)      VALUE ZEROS.
006110 77  WRK-ANO-CALC             PICTURE 9(04)      COMP VALUE ZEROS.
006120 77  WRK-MES-CALC             PICTURE 9(04)      COMP VALUE ZEROS.
006130 77  WRK-DIA-CALC             PICTURE 9(02)      COMP VALUE ZEROS.
006140 77  WRK-MESES-TOTAL          PICTURE 9(06)      COMP VALUE ZEROS.
006150 77  WRK-RESTO-4              PICTURE 9(04)      COMP VALUE ZEROS.
006160 77  WRK-RESTO-100            PICTURE 9(04)      COMP VALUE ZEROS.
006170 77  WRK-RESTO-400            PICTURE 9(04)      COMP VALUE ZEROS.
006180 77  WRK-QUOCIENTE            PICTURE 9(06)      COMP VALUE ZEROS.
006190 01  FS-ENCERRADAS            PICTURE X(02)      VALUE "00".
006200 01  WRK-FLAGS-ENCERRADAS.
006210     05  WRK-TEM-ENCERRADAS   PICTURE X(01)      VALUE "N".
006220         88  ARQUIVO-ENCERRADAS-OK               VALUE "S".
006230 01  FS-PROCURADORES          PICTURE X(02)      VALUE "00".
006240 01  WRK-FLAGS-PROCURADOR.
006250     05  WRK-TEM-PROC         PICTURE X(01)      VALUE "N".
006260         88  ARQUIVO-PROC-OK                     VALUE "S".
006270     05  WRK-FIM-PRC          PICTURE X(01)      VALUE "N".
006280         88  FIM-PROCURADORES                    VALUE "S".
006290     05  WRK-PRC-EXISTE       PICTURE X(01)      VALUE "N".
006300         88  PROCURADOR-EXISTENTE                VALUE "S".
006310     05  WRK-PODER-OK         PICTURE X(01)      VALUE "N".
006320         88  PODER-ENCERRAR-OK                   VALUE "S".
006330 77  WRK-ACAO-PROC            PICTURE X(01)      VALUE SPACES.
006340 77  WRK-CPF-PROC             PICTURE 9(11)      VALUE ZEROS.
006350 77  WRK-DOC-PROC             PICTURE 9(14)      VALUE ZEROS.
006360 77  WRK-TIPO-DOC-PROC        PICTURE X(01)      VALUE "F".
006370 77  WRK-MES-VALIDADE         PICTURE 9(02)      VALUE ZEROS.
006380 77  WRK-DIA-VALIDADE         PICTURE 9(02)      VALUE ZEROS.
006390 77  WRK-QTD-PROC             PICTURE 9(04)      COMP VALUE ZEROS.
006400 77  WRK-ANTES-LIMITE-PRC     PICTURE 9(10)      VALUE ZEROS.
006410 77  WRK-LIMITE-PRC-ED        PICTURE Z.ZZZ.ZZZ.ZZ9,99.
006420 01  WRK-IMAGEM-PROC.
006430     05  WRK-IMG-CPF          PICTURE 9(11).
006440     05  FILLER               PICTURE X(01)      VALUE SPACES.
006450     05  WRK-IMG-PODERES      PICTURE X(03).
006460     05  FILLER               PICTURE X(01)      VALUE SPACES.
006470     05  WRK-IMG-VALIDADE     PICTURE 9(08).
006480     05  FILLER               PICTURE X(01)      VALUE SPACES.
006490     05  WRK-IMG-SITUACAO     PICTURE X(01).
006500 01  WRK-FLAGS-MENOR.
006510     05  WRK-MENOR-OK         PICTURE X(01)      VALUE "N".
006520         88  DADOS-MENOR-OK                      VALUE "S".
006530 77  WRK-NOVA-NASCIMENTO      PICTURE 9(08)      VALUE ZEROS.
006540 77  WRK-ANTES-NASCIMENTO     PICTURE 9(08)      VALUE ZEROS.
006550 77  WRK-DATA-MAIORIDADE      PICTURE 9(08)      VALUE ZEROS.
006560 77  WRK-MES-NASC             PICTURE 9(02)      VALUE ZEROS.
006570 77  WRK-DIA-NASC             PICTURE 9(02)      VALUE ZEROS.
006580 77  WRK-CPF-RESP             PICTURE 9(11)      VALUE ZEROS.
006590 77  WRK-NOME-RESP            PICTURE X(30)      VALUE SPACES.
006600 01  WRK-IMAGEM-RESP.
006610     05  WRK-IMG-RESP-CPF     PICTURE 9(11).
006620     05  FILLER               PICTURE X(01)      VALUE SPACES.
006630     05  WRK-IMG-RESP-NOME    PICTURE X(22).
006640 01  WRK-ANTES-RESP           PICTURE X(34)      VALUE SPACES.
006650 01  WRK-FLAGS-ALERTA.
006660     05  WRK-ALERTA-OK        PICTURE X(01)      VALUE "N".
006670         88  DADOS-ALERTA-OK                     VALUE "S".
006680 77  WRK-NOVO-CANAL           PICTURE X(01)      VALUE SPACES.
006690 77  WRK-NOVOS-EVENTOS        PICTURE X(05)      VALUE SPACES.
006700 77  WRK-CONT-EVENTOS         PICTURE 9(02)      COMP VALUE ZEROS.
006710 01  WRK-IMAGEM-ALERTA.
006720     05  WRK-IMG-ALR-CANAL    PICTURE X(01).
006730     05  FILLER               PICTURE X(01)      VALUE SPACES.
006740     05  WRK-IMG-ALR-MINIMO   PICTURE 9(10).
006750     05  FILLER               PICTURE X(01)      VALUE SPACES.
006760     05  WRK-IMG-ALR-EVENTOS  PICTURE X(05).
006770     05  FILLER               PICTURE X(16)      VALUE SPACES.
006780 01  WRK-ANTES-ALERTA         PICTURE X(34)      VALUE SPACES.
006790
006800*----------------------------------------------------------*
006810* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
006820*----------------------------------------------------------*
006830     COPY CLIAUDRG.
006840
006850*----------------------------------------------------------*
006860* LINHA DO LOG DE MANUTENCAO (CLIMLOG): UMA LINHA POR      *
006870* CAMPO ALTERADO, COM IMAGEM ANTERIOR E NOVA               *
006880*----------------------------------------------------------*
006890 01  MLOG-REGISTRO.
006900     05  MLOG-DATA            PICTURE 9(08).
006910     05  FILLER               PICTURE X(01) VALUE SPACES.
006920     05  MLOG-HORA            PICTURE 9(06).
006930     05  FILLER               PICTURE X(01) VALUE SPACES.
006940     05  MLOG-OPERADOR        PICTURE X(08).
006950     05  FILLER               PICTURE X(01) VALUE SPACES.
006960     05  MLOG-FUNCAO          PICTURE X(01).
006970     05  FILLER               PICTURE X(01) VALUE SPACES.
006980     05  MLOG-CLIENTE         PICTURE 9(06).
006990     05  FILLER               PICTURE X(01) VALUE SPACES.
007000     05  MLOG-CAMPO           PICTURE X(12).
007010     05  FILLER               PICTURE X(01) VALUE SPACES.
007020     05  MLOG-ANTES           PICTURE X(34).
007030     05  FILLER               PICTURE X(01) VALUE SPACES.
007040     05  MLOG-DEPOIS          PICTURE X(34).
007050     05  FILLER               PICTURE X(04) VALUE SPACES.
007060 01  WRK-DOC-VALIDO           PICTURE X(01)      VALUE "S".
007070     88  DOCUMENTO-OK                            VALUE "S".
007080     88  DOCUMENTO-COM-ERRO                      VALUE "N".
007090
007100 PROCEDURE               DIVISION.
007110*----------------------------------------------------------*
007120* 0000-MAINLINE - ABRE O MESTRE E CONTROLA O MENU           *
007130*----------------------------------------------------------*
007140 0000-MAINLINE.
007150     OPEN I-O CLIENTES-MASTER.
007160     IF FS-CLIENTES-MASTER NOT = "00"
007170             AND FS-CLIENTES-MASTER NOT = "05"
007180         DISPLAY "CLIMAINT: ERRO AO ABRIR CLIMSTR - STATUS "
007190                 FS-CLIENTES-MASTER
007200         GO TO 9999-EXIT
007210     END-IF.
007220     OPEN I-O TITULARES.
007230     IF FS-TITULARES NOT = "00"
007240             AND FS-TITULARES NOT = "05"
007250         DISPLAY "CLIMAINT: ERRO AO ABRIR CLITITU - STATUS "
007260                 FS-TITULARES
007270         CLOSE CLIENTES-MASTER
007280         GO TO 9999-EXIT
007290     END-IF.
007300     OPEN I-O BLOQUEIOS.
007310     IF FS-BLOQUEIOS NOT = "00"
007320             AND FS-BLOQUEIOS NOT = "05"
007330         DISPLAY "CLIMAINT: ERRO AO ABRIR CLIBLOQ - STATUS "
007340                 FS-BLOQUEIOS
007350         CLOSE CLIENTES-MASTER TITULARES
007360         GO TO 9999-EXIT
007370     END-IF.
007380     OPEN I-O SUSTACOES.
007390     IF FS-SUSTACOES NOT = "00"
007400             AND FS-SUSTACOES NOT = "05"
007410         DISPLAY "CLIMAINT: ERRO AO ABRIR CLISUST - STATUS "
007420                 FS-SUSTACOES
007430         CLOSE CLIENTES-MASTER TITULARES BLOQUEIOS
007440         GO TO 9999-EXIT
007450     END-IF.
007460     OPEN I-O REFERENCIA.
007470     IF FS-REFERENCIA = "00" OR FS-REFERENCIA = "05"
007480         SET ARQUIVO-XREF-OK TO TRUE
007490     ELSE
007500         DISPLAY "CLIMAINT: CLIXREF INDISPONIVEL - STATUS "
007510                 FS-REFERENCIA " - REFERENCIA NAO MANTIDA"
007520     END-IF.
007530     OPEN I-O NOMES-AGENCIA.
007540     IF FS-NOMES-AGENCIA = "00" OR FS-NOMES-AGENCIA = "05"
007550         SET ARQUIVO-XNOM-OK TO TRUE
007560     ELSE
007570         DISPLAY "CLIMAINT: CLIXNOM INDISPONIVEL - STATUS "
007580                 FS-NOMES-AGENCIA " - SEM AVISO DE NOME IDENTICO"
007590     END-IF.
007600     OPEN I-O OBITOS.
007610     IF FS-OBITOS = "00" OR FS-OBITOS = "05"
007620         SET ARQUIVO-OBITO-OK TO TRUE
007630     ELSE
007640         DISPLAY "CLIMAINT: CLIOBITO INDISPONIVEL - STATUS "
007650                 FS-OBITOS " - COMUNICACAO DE OBITO DESLIGADA"
007660     END-IF.
007670     OPEN INPUT AUDITORIA-CHAVEADA.
007680     IF FS-AUDK = "00"
007690         SET ARQUIVO-AUDK-OK TO TRUE
007700     ELSE
007710         DISPLAY "CLIMAINT: CLIAUDK INDISPONIVEL - STATUS "
007720                 FS-AUDK " - ESTORNO DESLIGADO"
007730     END-IF.
007740     OPEN I-O ESTORNOS.
007750     IF FS-ESTORNOS = "00" OR FS-ESTORNOS = "05"
007760         SET ARQUIVO-ESTORNO-OK TO TRUE
007770     ELSE
007780         DISPLAY "CLIMAINT: CLIESTOR INDISPONIVEL - STATUS "
007790                 FS-ESTORNOS " - ESTORNO DESLIGADO"
007800     END-IF.
007810     OPEN INPUT ENCERRADAS.
007820     IF FS-ENCERRADAS = "00"
007830         SET ARQUIVO-ENCERRADAS-OK TO TRUE
007840     ELSE
007850         DISPLAY "CLIMAINT: CLIENCER INDISPONIVEL - STATUS "
007860                 FS-ENCERRADAS " - NUMERO DE CONTA EXPURGADA NAO "
007870                 "CONFERIDO NA INCLUSAO"
007880     END-IF.
007890     OPEN I-O PROCURADORES.
007900     IF FS-PROCURADORES = "00" OR FS-PROCURADORES = "05"
007910         SET ARQUIVO-PROC-OK TO TRUE
007920     ELSE
007930         DISPLAY "CLIMAINT: CLIPROC INDISPONIVEL - STATUS "
007940                 FS-PROCURADORES " - PROCURADORES DESLIGADO"
007950     END-IF.
007960     PERFORM 0800-LER-PARAMETROS THRU 0800-LER-PARAMETROS-EXIT.
007970     OPEN EXTEND LOG-MANUTENCAO.
007980     IF FS-LOG-MANUTENCAO NOT = "00"
007990         DISPLAY "CLIMAINT: ERRO AO ABRIR CLIMLOG - STATUS "
008000                 FS-LOG-MANUTENCAO
008010         CLOSE CLIENTES-MASTER
008020         GO TO 9999-EXIT
008030     END-IF.
008040     PERFORM 0500-IDENTIFICAR-OPERADOR
008050             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
008060     IF NOT OPERADOR-AUTENTICADO
008070         DISPLAY "CLIMAINT: SIGN-ON RECUSADO - ENCERRANDO"
008080         CLOSE CLIENTES-MASTER LOG-MANUTENCAO
008090         GO TO 9999-EXIT
008100     END-IF.
008110     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
008120             UNTIL SAIR-DO-MENU.
008130     CLOSE CLIENTES-MASTER LOG-MANUTENCAO TITULARES BLOQUEIOS
008140             SUSTACOES.
008150     IF ARQUIVO-XREF-OK
008160         CLOSE REFERENCIA
008170     END-IF.
008180     IF ARQUIVO-XNOM-OK
008190         CLOSE NOMES-AGENCIA
008200     END-IF.
008210     IF ARQUIVO-OBITO-OK
008220         CLOSE OBITOS
008230     END-IF.
008240     IF ARQUIVO-AUDK-OK
008250         CLOSE AUDITORIA-CHAVEADA
008260     END-IF.
008270     IF ARQUIVO-ESTORNO-OK
008280         CLOSE ESTORNOS
008290     END-IF.
008300     IF ARQUIVO-ENCERRADAS-OK
008310         CLOSE ENCERRADAS
008320     END-IF.
008330     IF ARQUIVO-PROC-OK
008340         CLOSE PROCURADORES
008350     END-IF.
008360     GO TO 9999-EXIT.
008370
008380*----------------------------------------------------------*
008390* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA PARA A    *
008400*                    FUNCAO ESCOLHIDA                       *
008410*----------------------------------------------------------*
008420 1000-EXIBIR-MENU.
008430     DISPLAY "--------------------------------------------".
008440     DISPLAY "MANUTENCAO DE CLIENTES".
008450     DISPLAY "  A - INCLUIR NOVO CLIENTE".
008460     DISPLAY "  C - ALTERAR CLIENTE EXISTENTE".
008470     DISPLAY "  I - INATIVAR CLIENTE".
008480     DISPLAY "  D - ENDERECO, CONTATO, NASCIMENTO E ALERTAS".
008490     DISPLAY "  T - INCLUIR TITULAR ADICIONAL".
008500     DISPLAY "  R - RETIRAR TITULAR ADICIONAL".
008510     DISPLAY "  B - INCLUIR BLOQUEIO DE SALDO".
008520     DISPLAY "  V - REATIVAR CONTA DORMENTE".
008530     DISPLAY "  L - LIBERAR BLOQUEIO DE SALDO".
008540     DISPLAY "  O - SUSTAR CHEQUE (CONTRA-ORDEM)".
008550     DISPLAY "  N - CANCELAR SUSTACAO DE CHEQUE".
008560     DISPLAY "  E - ENCERRAR CONTA (DEFINITIVO)".
008570     DISPLAY "  J - AJUSTE DE SALDO (COM APROVACAO)".
008580     DISPLAY "  F - COMUNICAR OBITO DE TITULAR".
008590     DISPLAY "  X - ESTORNAR LANCAMENTO (COM APROVACAO)".
008600     DISPLAY "  P - PROCURADORES E REPRESENTANTES".
008610     DISPLAY "  S - SAIR".
008620     DISPLAY "--------------------------------------------".
008630     DISPLAY "OPCAO: ".
008640     ACCEPT WRK-OPCAO.
008650     EVALUATE WRK-OPCAO
008660         WHEN "A"
008670             PERFORM 0600-VERIFICAR-AUTORIZACAO
008680                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
008690             IF FUNCAO-AUTORIZADA
008700                 PERFORM 2000-INCLUIR-CLIENTE
008710                         THRU 2000-INCLUIR-CLIENTE-EXIT
008720             END-IF
008730         WHEN "C"
008740             PERFORM 0600-VERIFICAR-AUTORIZACAO
008750                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
008760             IF FUNCAO-AUTORIZADA
008770                 PERFORM 3000-ALTERAR-CLIENTE
008780                         THRU 3000-ALTERAR-CLIENTE-EXIT
008790             END-IF
008800         WHEN "I"
008810             PERFORM 0600-VERIFICAR-AUTORIZACAO
008820                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
008830             IF FUNCAO-AUTORIZADA
008840                 PERFORM 4000-INATIVAR-CLIENTE
008850                         THRU 4000-INATIVAR-CLIENTE-EXIT
008860             END-IF
008870         WHEN "D"
008880             PERFORM 0600-VERIFICAR-AUTORIZACAO
008890                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
008900             IF FUNCAO-AUTORIZADA
008910                 PERFORM 6000-DADOS-CONTATO
008920                         THRU 6000-DADOS-CONTATO-EXIT
008930             END-IF
008940         WHEN "T"
008950             PERFORM 0600-VERIFICAR-AUTORIZACAO
008960                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
008970             IF FUNCAO-AUTORIZADA
008980                 PERFORM 6500-INCLUIR-TITULAR
008990                         THRU 6500-INCLUIR-TITULAR-EXIT
009000             END-IF
009010         WHEN "R"
009020             PERFORM 0600-VERIFICAR-AUTORIZACAO
009030                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009040             IF FUNCAO-AUTORIZADA
009050                 PERFORM 6600-RETIRAR-TITULAR
009060                         THRU 6600-RETIRAR-TITULAR-EXIT
009070             END-IF
009080         WHEN "E"
009090             PERFORM 0600-VERIFICAR-AUTORIZACAO
009100                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009110             IF FUNCAO-AUTORIZADA
009120                 PERFORM 5000-ENCERRAR-CONTA
009130                         THRU 5000-ENCERRAR-CONTA-EXIT
009140             END-IF
009150         WHEN "B"
009160             PERFORM 0600-VERIFICAR-AUTORIZACAO
009170                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009180             IF FUNCAO-AUTORIZADA
009190                 PERFORM 6700-INCLUIR-BLOQUEIO
009200                         THRU 6700-INCLUIR-BLOQUEIO-EXIT
009210             END-IF
009220         WHEN "L"
009230             PERFORM 0600-VERIFICAR-AUTORIZACAO
009240                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009250             IF FUNCAO-AUTORIZADA
009260                 PERFORM 6800-LIBERAR-BLOQUEIO
009270                         THRU 6800-LIBERAR-BLOQUEIO-EXIT
009280             END-IF
009290         WHEN "O"
009300             PERFORM 0600-VERIFICAR-AUTORIZACAO
009310                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009320             IF FUNCAO-AUTORIZADA
009330                 PERFORM 6850-SUSTAR-CHEQUE
009340                         THRU 6850-SUSTAR-CHEQUE-EXIT
009350             END-IF
009360         WHEN "N"
009370             PERFORM 0600-VERIFICAR-AUTORIZACAO
009380                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009390             IF FUNCAO-AUTORIZADA
009400                 PERFORM 6870-CANCELAR-SUSTACAO
009410                         THRU 6870-CANCELAR-SUSTACAO-EXIT
009420             END-IF
009430         WHEN "V"
009440             PERFORM 0600-VERIFICAR-AUTORIZACAO
009450                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009460             IF FUNCAO-AUTORIZADA
009470                 PERFORM 6900-REATIVAR-DORMENTE
009480                         THRU 6900-REATIVAR-DORMENTE-EXIT
009490             END-IF
009500         WHEN "J"
009510             PERFORM 0600-VERIFICAR-AUTORIZACAO
009520                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009530             IF FUNCAO-AUTORIZADA
009540                 PERFORM 3500-AJUSTAR-SALDO
009550                         THRU 3500-AJUSTAR-SALDO-EXIT
009560             END-IF
009570         WHEN "F"
009580             PERFORM 0600-VERIFICAR-AUTORIZACAO
009590                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009600             IF FUNCAO-AUTORIZADA
009610                 PERFORM 6950-REGISTRAR-OBITO
009620                         THRU 6950-REGISTRAR-OBITO-EXIT
009630             END-IF
009640         WHEN "X"
009650             PERFORM 0600-VERIFICAR-AUTORIZACAO
009660                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009670             IF FUNCAO-AUTORIZADA
009680                 PERFORM 3600-ESTORNAR-LANCAMENTO
009690                         THRU 3600-ESTORNAR-LANCAMENTO-EXIT
009700             END-IF
009710         WHEN "P"
009720             PERFORM 0600-VERIFICAR-AUTORIZACAO
009730                     THRU 0600-VERIFICAR-AUTORIZACAO-EXIT
009740             IF FUNCAO-AUTORIZADA
009750                 PERFORM 6400-MANTER-PROCURADOR
009760                         THRU 6400-MANTER-PROCURADOR-EXIT
009770             END-IF
009780         WHEN "S"
009790             SET SAIR-DO-MENU TO TRUE
009800         WHEN OTHER
009810             DISPLAY "CLIMAINT: OPCAO INVALIDA"
009820     END-EVALUATE.
009830 1000-EXIBIR-MENU-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------*
009870* 2000-INCLUIR-CLIENTE - CADASTRA UM NOVO CLIENTE           *
009880*----------------------------------------------------------*
009890 2000-INCLUIR-CLIENTE.
009900     INITIALIZE CLI-REGISTRO.
009910     DISPLAY "NUMERO DO CLIENTE: ".
009920     ACCEPT CLI-ID.
009930     IF ARQUIVO-ENCERRADAS-OK
009940         MOVE CLI-ID TO ENC-CLI-ID
009950         READ ENCERRADAS
009960             INVALID KEY
009970                 CONTINUE
009980             NOT INVALID KEY
009990                 DISPLAY "CLIMAINT: NUMERO " CLI-ID " E DE CONTA "
010000                         "ENCERRADA EM " ENC-DATA-ENCERRAMENTO
010010                         " (CLIENCER) - CLIENTE NAO INCLUIDO"
010020                 GO TO 2000-INCLUIR-CLIENTE-EXIT
010030         END-READ
010040     END-IF.
010050     DISPLAY "NOME DO CLIENTE  : ".
010060     ACCEPT CLI-NOME.
010070     DISPLAY "SALDO DE ABERTURA: ".
010080     ACCEPT CLI-SALDO.
010090     DISPLAY "TIPO DE CONTA (S-POUPANCA/P-PREMIUM/B-EMPRESA): ".
010100     ACCEPT CLI-TIPO-CONTA.
010110     DISPLAY "AGENCIA (0001-9999): ".
010120     ACCEPT CLI-AGENCIA.
010130     IF CLI-AGENCIA = ZEROS
010140         DISPLAY "CLIMAINT: AGENCIA ZERADA - CLIENTE NAO "
010150                 "INCLUIDO"
010160         GO TO 2000-INCLUIR-CLIENTE-EXIT
010170     END-IF.
010180     DISPLAY "TIPO DE DOCUMENTO (F-CPF/J-CNPJ): ".
010190     ACCEPT WRK-TIPO-DOC-ACEITO.
010200     MOVE WRK-TIPO-DOC-ACEITO TO CLI-TIPO-DOC.
010210     DISPLAY "NUMERO DO CPF OU CNPJ (SO DIGITOS): ".
010220     ACCEPT CLI-DOCUMENTO.
010230     PERFORM 2500-VALIDAR-DOCUMENTO
010240             THRU 2500-VALIDAR-DOCUMENTO-EXIT.
010250     IF DOCUMENTO-COM-ERRO
010260         DISPLAY "CLIMAINT: CPF/CNPJ INVALIDO - CLIENTE NAO "
010270                 "INCLUIDO"
010280         GO TO 2000-INCLUIR-CLIENTE-EXIT
010290     END-IF.
010300     IF DOC-CPF
010310         ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
010320         DISPLAY "DATA DE NASCIMENTO DO TITULAR (AAAAMMDD): "
010330         ACCEPT CLI-DATA-NASCIMENTO
010340         PERFORM 6200-CRITICAR-NASCIMENTO
010350                 THRU 6200-CRITICAR-NASCIMENTO-EXIT
010360         IF NOT DADOS-MENOR-OK
010370             DISPLAY "CLIMAINT: CLIENTE NAO INCLUIDO"
010380             GO TO 2000-INCLUIR-CLIENTE-EXIT
010390         END-IF
010400     END-IF.
010410     DISPLAY "MOEDA DA CONTA (BRL/USD/EUR): ".
010420     ACCEPT CLI-MOEDA.
010430     IF CLI-MOEDA = SPACES
010440         MOVE "BRL" TO CLI-MOEDA
010450     END-IF.
010460     ACCEPT CLI-DATA-ABERTURA FROM DATE YYYYMMDD.
010470     SET CLI-ATIVO TO TRUE.
010480     DISPLAY "GRAU DE RISCO (A-ALTO/M-MEDIO/B-BAIXO, BRANCO = "
010490             "PELO TIPO DE CONTA): ".
010500     ACCEPT WRK-NOVO-RISCO.
010510     IF WRK-NOVO-RISCO = SPACES
010520         IF CONTA-POUPANCA
010530             MOVE "B" TO WRK-NOVO-RISCO
010540         ELSE
010550             MOVE "M" TO WRK-NOVO-RISCO
010560         END-IF
010570     END-IF.
010580     IF WRK-NOVO-RISCO NOT = "A" AND WRK-NOVO-RISCO NOT = "M"
010590             AND WRK-NOVO-RISCO NOT = "B"
010600         DISPLAY "CLIMAINT: GRAU DE RISCO INVALIDO - CLIENTE NAO "
010610                 "INCLUIDO"
010620         GO TO 2000-INCLUIR-CLIENTE-EXIT
010630     END-IF.
010640     MOVE WRK-NOVO-RISCO TO CLI-RISCO-KYC.
010650     MOVE CLI-DATA-ABERTURA TO CLI-DATA-ULT-REVISAO.
010660     PERFORM 8000-CALCULAR-VENCIMENTO
010670             THRU 8000-CALCULAR-VENCIMENTO-EXIT.
010680     PERFORM 2600-CRITICAR-DUPLICIDADE
010690             THRU 2600-CRITICAR-DUPLICIDADE-EXIT.
010700     IF DOCUMENTO-DUPLICADO
010710         DISPLAY "CLIMAINT: CPF/CNPJ JA CADASTRADO NO CLIENTE "
010720                 WRK-ID-DOC-DUP " - CLIENTE NAO INCLUIDO"
010730         GO TO 2000-INCLUIR-CLIENTE-EXIT
010740     END-IF.
010750     IF NOME-DUPLICADO
010760         DISPLAY "CLIMAINT: NOME IDENTICO AO DO CLIENTE "
010770                 WRK-ID-NOME-DUP
010780         DISPLAY "CONFIRMA A INCLUSAO MESMO ASSIM (S/N)? "
010790         ACCEPT WRK-CONFIRMA
010800         IF WRK-CONFIRMA NOT = "S"
010810             DISPLAY "CLIMAINT: INCLUSAO CANCELADA PELO "
010820                     "OPERADOR"
010830             GO TO 2000-INCLUIR-CLIENTE-EXIT
010840         END-IF
010850     END-IF.
010860     WRITE CLI-REGISTRO
010870         INVALID KEY
010880             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " JA EXISTE"
010890         NOT INVALID KEY
010900             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " INCLUIDO"
010910             MOVE "A" TO MLOG-FUNCAO
010920             MOVE "INCLUSAO    " TO MLOG-CAMPO
010930             MOVE SPACES TO MLOG-ANTES
010940             MOVE CLI-NOME TO MLOG-DEPOIS
010950             PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
010960             IF CLI-RESP-CPF NOT = ZEROS
010970                 MOVE "RESPONSAVEL " TO MLOG-CAMPO
010980                 MOVE CLI-RESP-CPF  TO WRK-IMG-RESP-CPF
010990                 MOVE CLI-RESP-NOME TO WRK-IMG-RESP-NOME
011000                 MOVE WRK-IMAGEM-RESP TO MLOG-DEPOIS
011010                 PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
011020             END-IF
011030             PERFORM 7100-GRAVAR-XREF-PRINCIPAL
011040                     THRU 7100-GRAVAR-XREF-PRINCIPAL-EXIT
011050             PERFORM 7400-GRAVAR-XNOM THRU 7400-GRAVAR-XNOM-EXIT
011060     END-WRITE.
011070 2000-INCLUIR-CLIENTE-EXIT.
011080     EXIT.
011090
011100*----------------------------------------------------------*
011110* 2600-CRITICAR-DUPLICIDADE - ANTES DO WRITE DA INCLUSAO:  *
011120*                   CPF/CNPJ DE TITULAR PRINCIPAL DE CONTA *
011130*                   ATIVA (PELA CHAVE NO CLIXREF) MARCA    *
011140*                   DOCUMENTO-DUPLICADO; NOME IDENTICO NA  *
011150*                   MESMA AGENCIA (PELA CHAVE NO CLIXNOM)  *
011160*                   MARCA NOME-DUPLICADO. SEM O CLIXREF, A *
011170*                   VARREDURA DO MESTRE (2650) FAZ AS DUAS *
011180*                   CRITICAS. O REGISTRO EM MONTAGEM E     *
011190*                   SALVO ANTES E RESTAURADO AO FINAL,     *
011200*                   POIS A RELEITURA DO MESTRE USA A MESMA *
011210*                   AREA DO FD.                            *
011220*----------------------------------------------------------*
011230 2600-CRITICAR-DUPLICIDADE.
011240     MOVE "N" TO WRK-DOC-DUP WRK-NOME-DUP WRK-FIM-VARRE.
011250     MOVE CLI-REGISTRO TO WRK-SALVA-REGISTRO.
011260     MOVE CLI-ID        TO WRK-NOVO-ID.
011270     MOVE CLI-NOME      TO WRK-NOVO-NOME.
011280     MOVE CLI-DOCUMENTO TO WRK-NOVO-DOC.
011290     MOVE CLI-AGENCIA   TO WRK-NOVA-AGENCIA.
011300     IF NOT ARQUIVO-XREF-OK
011310         MOVE ZEROS TO CLI-ID
011320         START CLIENTES-MASTER KEY IS GREATER THAN CLI-ID
011330             INVALID KEY
011340                 SET FIM-VARREDURA TO TRUE
011350         END-START
011360         PERFORM 2650-VARRER-UM-CLIENTE
011370                 THRU 2650-VARRER-UM-CLIENTE-EXIT
011380                 UNTIL FIM-VARREDURA
011390         GO TO 2600-CRITICAR-DUPLICIDADE-FIM
011400     END-IF.
011410     PERFORM 2610-PROCURAR-DOCUMENTO
011420             THRU 2610-PROCURAR-DOCUMENTO-EXIT.
011430     IF ARQUIVO-XNOM-OK
011440         PERFORM 2620-PROCURAR-NOME
011450                 THRU 2620-PROCURAR-NOME-EXIT
011460     END-IF.
011470 2600-CRITICAR-DUPLICIDADE-FIM.
011480     MOVE WRK-SALVA-REGISTRO TO CLI-REGISTRO.
011490 2600-CRITICAR-DUPLICIDADE-EXIT.
011500     EXIT.
011510
011520*----------------------------------------------------------*
011530* 2610-PROCURAR-DOCUMENTO - POSICIONA O CLIXREF NO         *
011540*                   CPF/CNPJ EM INCLUSAO E CONFERE SUAS    *
011550*                   ENTRADAS                               *
011560*----------------------------------------------------------*
011570 2610-PROCURAR-DOCUMENTO.
011580     MOVE "N" TO WRK-FIM-VARRE.
011590     MOVE WRK-NOVO-DOC TO XRF-DOCUMENTO.
011600     MOVE ZEROS        TO XRF-CLI-ID XRF-SEQ.
011610     START REFERENCIA KEY IS NOT LESS THAN XRF-CHAVE
011620         INVALID KEY
011630             SET FIM-VARREDURA TO TRUE
011640     END-START.
011650     PERFORM 2615-CONFERIR-DOCUMENTO
011660             THRU 2615-CONFERIR-DOCUMENTO-EXIT
011670             UNTIL FIM-VARREDURA OR DOCUMENTO-DUPLICADO.
011680 2610-PROCURAR-DOCUMENTO-EXIT.
011690     EXIT.
011700
011710*----------------------------------------------------------*
011720* 2615-CONFERIR-DOCUMENTO - UMA ENTRADA DO DOCUMENTO: O    *
011730*                   TITULAR PRINCIPAL DE CONTA ATIVA MARCA *
011740*                   A DUPLICIDADE                          *
011750*----------------------------------------------------------*
011760 2615-CONFERIR-DOCUMENTO.
011770     READ REFERENCIA NEXT RECORD
011780         AT END
011790             SET FIM-VARREDURA TO TRUE
011800             GO TO 2615-CONFERIR-DOCUMENTO-EXIT
011810     END-READ.
011820     IF XRF-DOCUMENTO NOT = WRK-NOVO-DOC
011830         SET FIM-VARREDURA TO TRUE
011840         GO TO 2615-CONFERIR-DOCUMENTO-EXIT
011850     END-IF.
011860     IF NOT XRF-TITULAR-PRINCIPAL OR XRF-CLI-ID = WRK-NOVO-ID
011870         GO TO 2615-CONFERIR-DOCUMENTO-EXIT
011880     END-IF.
011890     MOVE XRF-CLI-ID TO CLI-ID.
011900     READ CLIENTES-MASTER
011910         INVALID KEY
011920             GO TO 2615-CONFERIR-DOCUMENTO-EXIT
011930     END-READ.
011940     IF CLI-ATIVO
011950         SET DOCUMENTO-DUPLICADO TO TRUE
011960         MOVE CLI-ID TO WRK-ID-DOC-DUP
011970     END-IF.
011980 2615-CONFERIR-DOCUMENTO-EXIT.
011990     EXIT.
012000
012010*----------------------------------------------------------*
012020* 2620-PROCURAR-NOME - POSICIONA O CLIXNOM NA AGENCIA E    *
012030*                   NOME EM INCLUSAO E CONFERE AS CONTAS   *
012040*                   ACHADAS                                *
012050*----------------------------------------------------------*
012060 2620-PROCURAR-NOME.
012070     MOVE "N" TO WRK-FIM-VARRE.
012080     MOVE WRK-NOVA-AGENCIA TO XNM-AGENCIA.
012090     MOVE WRK-NOVO-NOME    TO XNM-NOME.
012100     MOVE ZEROS            TO XNM-CLI-ID.
012110     START NOMES-AGENCIA KEY IS NOT LESS THAN XNM-CHAVE
012120         INVALID KEY
012130             SET FIM-VARREDURA TO TRUE
012140     END-START.
012150     PERFORM 2625-CONFERIR-NOME THRU 2625-CONFERIR-NOME-EXIT
012160             UNTIL FIM-VARREDURA OR NOME-DUPLICADO.
012170 2620-PROCURAR-NOME-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------*
012210* 2625-CONFERIR-NOME - UMA ENTRADA DA AGENCIA E NOME: SO   *
012220*                   VALE SE A CONTA AINDA TEM ESSE NOME E  *
012230*                   ESSA AGENCIA NO MESTRE                 *
012240*----------------------------------------------------------*
012250 2625-CONFERIR-NOME.
012260     READ NOMES-AGENCIA NEXT RECORD
012270         AT END
012280             SET FIM-VARREDURA TO TRUE
012290             GO TO 2625-CONFERIR-NOME-EXIT
012300     END-READ.
012310     IF XNM-AGENCIA NOT = WRK-NOVA-AGENCIA
012320             OR XNM-NOME NOT = WRK-NOVO-NOME
012330         SET FIM-VARREDURA TO TRUE
012340         GO TO 2625-CONFERIR-NOME-EXIT
012350     END-IF.
012360     IF XNM-CLI-ID = WRK-NOVO-ID
012370         GO TO 2625-CONFERIR-NOME-EXIT
012380     END-IF.
012390     MOVE XNM-CLI-ID TO CLI-ID.
012400     READ CLIENTES-MASTER
012410         INVALID KEY
012420             GO TO 2625-CONFERIR-NOME-EXIT
012430     END-READ.
012440     IF CLI-NOME = WRK-NOVO-NOME
012450             AND CLI-AGENCIA = WRK-NOVA-AGENCIA
012460         SET NOME-DUPLICADO TO TRUE
012470         MOVE CLI-ID TO WRK-ID-NOME-DUP
012480     END-IF.
012490 2625-CONFERIR-NOME-EXIT.
012500     EXIT.
012510
012520*----------------------------------------------------------*
012530* 2650-VARRER-UM-CLIENTE - CONFRONTA UM REGISTRO DO MESTRE *
012540*                   COM O CLIENTE EM INCLUSAO (SO QUANDO O *
012550*                   CLIXREF ESTA INDISPONIVEL)             *
012560*----------------------------------------------------------*
012570 2650-VARRER-UM-CLIENTE.
012580     READ CLIENTES-MASTER NEXT RECORD
012590         AT END
012600             SET FIM-VARREDURA TO TRUE
012610             GO TO 2650-VARRER-UM-CLIENTE-EXIT
012620     END-READ.
012630     IF CLI-ID = WRK-NOVO-ID
012640         GO TO 2650-VARRER-UM-CLIENTE-EXIT
012650     END-IF.
012660     IF CLI-DOCUMENTO = WRK-NOVO-DOC AND CLI-ATIVO
012670         SET DOCUMENTO-DUPLICADO TO TRUE
012680         MOVE CLI-ID TO WRK-ID-DOC-DUP
012690     END-IF.
012700     IF CLI-NOME = WRK-NOVO-NOME
012710             AND CLI-AGENCIA = WRK-NOVA-AGENCIA
012720         SET NOME-DUPLICADO TO TRUE
012730         MOVE CLI-ID TO WRK-ID-NOME-DUP
012740     END-IF.
012750 2650-VARRER-UM-CLIENTE-EXIT.
012760     EXIT.
012770
012780*----------------------------------------------------------*
012790* 2500-VALIDAR-DOCUMENTO - CONFERE O DIGITO VERIFICADOR DO  *
012800*                       CPF/CNPJ INFORMADO, VIA DOCVALID    *
012810*----------------------------------------------------------*
012820 2500-VALIDAR-DOCUMENTO.
012830     CALL "DOCVALID" USING CLI-DOCUMENTO CLI-TIPO-DOC
012840             WRK-DOC-VALIDO.
012850 2500-VALIDAR-DOCUMENTO-EXIT.
012860     EXIT.
012870
012880*----------------------------------------------------------*
012890* 3000-ALTERAR-CLIENTE - CORRIGE O NOME DE UM CLIENTE JA   *
012900*                        CADASTRADO. O SALDO SO MUDA POR    *
012910*                        AJUSTE (3500), COM APROVACAO E     *
012920*                        LINHA DE AUDITORIA.                *
012930*----------------------------------------------------------*
012940 3000-ALTERAR-CLIENTE.
012950     DISPLAY "NUMERO DO CLIENTE A ALTERAR: ".
012960     ACCEPT CLI-ID.
012970     READ CLIENTES-MASTER
012980         INVALID KEY
012990             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
013000             GO TO 3000-ALTERAR-CLIENTE-EXIT
013010     END-READ.
013020     MOVE CLI-SALDO TO WRK-SALDO-ED.
013030     MOVE CLI-NOME  TO WRK-ANTES-NOME.
013040     DISPLAY "NOME ATUAL : " CLI-NOME.
013050     DISPLAY "SALDO ATUAL: " WRK-SALDO-ED.
013060     DISPLAY "NOVO NOME  : ".
013070     ACCEPT CLI-NOME.
013080     REWRITE CLI-REGISTRO.
013090     MOVE "C" TO MLOG-FUNCAO.
013100     IF CLI-NOME NOT = WRK-ANTES-NOME
013110         MOVE "NOME        " TO MLOG-CAMPO
013120         MOVE WRK-ANTES-NOME TO MLOG-ANTES
013130         MOVE CLI-NOME       TO MLOG-DEPOIS
013140         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
013150         PERFORM 7450-TROCAR-NOME-XNOM
013160                 THRU 7450-TROCAR-NOME-XNOM-EXIT
013170     END-IF.
013180     DISPLAY "CLIMAINT: CLIENTE " CLI-ID " ALTERADO".
013190 3000-ALTERAR-CLIENTE-EXIT.
013200     EXIT.
013210
013220*----------------------------------------------------------*
013230* 3500-AJUSTAR-SALDO - DIGITA UM AJUSTE DE SALDO (MOTIVO,  *
013240*                   NATUREZA E VALOR) E COLHE NA HORA A    *
013250*                   APROVACAO DE UM SUPERVISOR DIFERENTE   *
013260*                   DE QUEM DIGITOU. O AJUSTE APROVADO E   *
013270*                   ACRESCENTADO A FILA CLIAJPND; O SALDO  *
013280*                   SO MUDA NO LANCAMENTO DO LOTE CLIAJUST *
013290*                   (ORIGEM "A" NO CLIAUDIT).              *
013300*----------------------------------------------------------*
013310 3500-AJUSTAR-SALDO.
013320     INITIALIZE AJU-REGISTRO.
013330     DISPLAY "NUMERO DO CLIENTE A AJUSTAR: ".
013340     ACCEPT CLI-ID.
013350     READ CLIENTES-MASTER
013360         INVALID KEY
013370             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
013380             GO TO 3500-AJUSTAR-SALDO-EXIT
013390     END-READ.
013400     IF CLI-FALECIDO OR CLI-PREJUIZO
013410             OR CLI-DATA-ENCERRAMENTO NOT = ZEROS
013420         DISPLAY "CLIMAINT: CONTA FALECIDO/PREJUIZO/ENCERRADA - "
013430                 "AJUSTE NAO PERMITIDO"
013440         GO TO 3500-AJUSTAR-SALDO-EXIT
013450     END-IF.
013460     MOVE CLI-SALDO TO WRK-SALDO-ED.
013470     DISPLAY "NOME       : " CLI-NOME.
013480     DISPLAY "SALDO ATUAL: " WRK-SALDO-ED.
013490     DISPLAY "MOTIVO DO AJUSTE:".
013500     DISPLAY "  01 - ERRO DE LANCAMENTO".
013510     DISPLAY "  02 - TARIFA COBRADA INDEVIDAMENTE".
013520     DISPLAY "  03 - JUROS/MULTA INDEVIDOS".
013530     DISPLAY "  04 - ACORDO COMERCIAL".
013540     DISPLAY "  05 - DETERMINACAO JUDICIAL".
013550     DISPLAY "  06 - ACERTO DE CONVERSAO DE SISTEMA".
013560     DISPLAY "MOTIVO: ".
013570     ACCEPT AJU-MOTIVO.
013580     IF NOT AJU-MOTIVO-VALIDO
013590         DISPLAY "CLIMAINT: MOTIVO INVALIDO - AJUSTE NAO "
013600                 "REGISTRADO"
013610         GO TO 3500-AJUSTAR-SALDO-EXIT
013620     END-IF.
013630     DISPLAY "NATUREZA (C-CREDITO/D-DEBITO): ".
013640     ACCEPT AJU-NATUREZA.
013650     IF NOT AJU-CREDITO AND NOT AJU-DEBITO
013660         DISPLAY "CLIMAINT: NATUREZA INVALIDA - AJUSTE NAO "
013670                 "REGISTRADO"
013680         GO TO 3500-AJUSTAR-SALDO-EXIT
013690     END-IF.
013700     DISPLAY "VALOR DO AJUSTE (SO DIGITOS): ".
013710     ACCEPT AJU-VALOR.
013720     IF AJU-VALOR = ZEROS
013730         DISPLAY "CLIMAINT: VALOR ZERADO - AJUSTE NAO "
013740                 "REGISTRADO"
013750         GO TO 3500-AJUSTAR-SALDO-EXIT
013760     END-IF.
013770     DISPLAY "HISTORICO (REFERENCIA DO ERRO/PROCESSO): ".
013780     ACCEPT AJU-HISTORICO.
013790     IF AJU-CREDITO
013800         COMPUTE WRK-SALDO-PROJETADO = CLI-SALDO + AJU-VALOR
013810     ELSE
013820         COMPUTE WRK-SALDO-PROJETADO = CLI-SALDO - AJU-VALOR
013830     END-IF.
013840     MOVE AJU-VALOR TO WRK-VALOR-AJU-ED.
013850     DISPLAY "AJUSTE     : " AJU-NATUREZA " " WRK-VALOR-AJU-ED.
013860     MOVE WRK-SALDO-PROJETADO TO WRK-SALDO-ED.
013870     DISPLAY "SALDO APOS O LANCAMENTO: " WRK-SALDO-ED.
013880     DISPLAY "CONFIRMA O AJUSTE (S/N)? ".
013890     ACCEPT WRK-CONFIRMA.
013900     IF WRK-CONFIRMA NOT = "S"
013910         DISPLAY "CLIMAINT: AJUSTE CANCELADO PELO OPERADOR"
013920         GO TO 3500-AJUSTAR-SALDO-EXIT
013930     END-IF.
013940     MOVE "J" TO MLOG-FUNCAO.
013950     MOVE "AJUSTE SALDO" TO MLOG-CAMPO.
013960     MOVE SPACES TO MLOG-ANTES.
013970     STRING "MOTIVO " AJU-MOTIVO " NATUREZA " AJU-NATUREZA
013980             DELIMITED BY SIZE INTO MLOG-ANTES.
013990     MOVE WRK-VALOR-AJU-ED TO MLOG-DEPOIS.
014000     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
014010     PERFORM 3550-APROVAR-AJUSTE THRU 3550-APROVAR-AJUSTE-EXIT.
014020     MOVE "APROVACAO   " TO MLOG-CAMPO.
014030     MOVE WRK-APROVADOR TO MLOG-ANTES.
014040     IF NOT AJUSTE-APROVADO
014050         MOVE "RECUSADO" TO MLOG-DEPOIS
014060         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
014070         DISPLAY "CLIMAINT: AJUSTE SEM APROVACAO - NAO "
014080                 "REGISTRADO"
014090         GO TO 3500-AJUSTAR-SALDO-EXIT
014100     END-IF.
014110     ACCEPT AJU-DATA FROM DATE YYYYMMDD.
014120     ACCEPT WRK-HORA-COMPLETA FROM TIME.
014130     COMPUTE AJU-HORA = WRK-HORA-COMPLETA / 100.
014140     MOVE CLI-ID        TO AJU-CLIENTE.
014150     MOVE WRK-OPERADOR  TO AJU-OPERADOR.
014160     MOVE WRK-APROVADOR TO AJU-APROVADOR.
014170     SET AJU-PENDENTE   TO TRUE.
014180     MOVE ZEROS         TO AJU-DATA-LANCAMENTO.
014190     MOVE SPACES        TO AJU-MOTIVO-RECUSA.
014200     OPEN I-O AJUSTES.
014210     IF FS-AJUSTES NOT = "00"
014220         DISPLAY "CLIMAINT: CLIAJPND INDISPONIVEL - STATUS "
014230                 FS-AJUSTES " - AJUSTE NAO REGISTRADO"
014240         MOVE "FILA INDISPONIVEL" TO MLOG-DEPOIS
014250         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
014260         GO TO 3500-AJUSTAR-SALDO-EXIT
014270     END-IF.
014280     WRITE AJU-REGISTRO
014290         INVALID KEY
014300             DISPLAY "CLIMAINT: AJUSTE IGUAL NO MESMO SEGUNDO - "
014310                     "STATUS " FS-AJUSTES
014320                     " - AJUSTE NAO REGISTRADO"
014330             CLOSE AJUSTES
014340             MOVE "NAO GRAVADO" TO MLOG-DEPOIS
014350             PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
014360             GO TO 3500-AJUSTAR-SALDO-EXIT
014370     END-WRITE.
014380     CLOSE AJUSTES.
014390     MOVE "APROVADO" TO MLOG-DEPOIS.
014400     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
014410     DISPLAY "CLIMAINT: AJUSTE DO CLIENTE " CLI-ID " APROVADO "
014420             "POR " WRK-APROVADOR " - LANCAMENTO NO PROXIMO "
014430             "LOTE".
014440 3500-AJUSTAR-SALDO-EXIT.
014450     EXIT.
014460
014470*----------------------------------------------------------*
014480* 3550-APROVAR-AJUSTE - SIGN-ON DO APROVADOR PELO CLISIGN, *
014490*                   EXIGINDO PERFIL SUPERVISOR (TRES       *
014500*                   TENTATIVAS). O APROVADOR TEM DE SER    *
014510*                   OUTRO OPERADOR. O PERFIL DO OPERADOR   *
014520*                   DA SESSAO E PRESERVADO.                *
014530*----------------------------------------------------------*
014540 3550-APROVAR-AJUSTE.
014550     MOVE "N" TO WRK-AJUSTE-APROVADO.
014560     MOVE SPACES TO WRK-APROVADOR.
014570     MOVE WRK-PERFIL-OPERADOR TO WRK-PERFIL-SALVO.
014580     MOVE "S" TO WRK-EXIGE-SUPERV.
014590     DISPLAY "APROVACAO DO AJUSTE (SUPERVISOR)".
014600     PERFORM 3560-TENTAR-APROVADOR
014610             THRU 3560-TENTAR-APROVADOR-EXIT 3 TIMES.
014620     MOVE "N" TO WRK-EXIGE-SUPERV.
014630     MOVE WRK-PERFIL-SALVO TO WRK-PERFIL-OPERADOR.
014640 3550-APROVAR-AJUSTE-EXIT.
014650     EXIT.
014660
014670*----------------------------------------------------------*
014680* 3560-TENTAR-APROVADOR - UMA TENTATIVA DE SIGN-ON DO      *
014690*                   APROVADOR                              *
014700*----------------------------------------------------------*
014710 3560-TENTAR-APROVADOR.
014720     IF AJUSTE-APROVADO
014730         GO TO 3560-TENTAR-APROVADOR-EXIT
014740     END-IF.
014750     DISPLAY "SUPERVISOR: ".
014760     ACCEPT WRK-ID-INFORMADO.
014770     DISPLAY "SENHA     : ".
014780     ACCEPT WRK-SENHA-INFORMADA.
014790     IF WRK-ID-INFORMADO = WRK-OPERADOR
014800         DISPLAY "CLIMAINT: O APROVADOR TEM DE SER OUTRO "
014810                 "OPERADOR"
014820         GO TO 3560-TENTAR-APROVADOR-EXIT
014830     END-IF.
014840     CALL "CLISIGN" USING WRK-ID-INFORMADO
014850             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
014860             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
014870     IF WRK-RESULTADO-SIGNON = "S"
014880         MOVE "S" TO WRK-AJUSTE-APROVADO
014890         MOVE WRK-ID-INFORMADO TO WRK-APROVADOR
014900     ELSE
014910         DISPLAY "CLIMAINT: SIGN-ON DO APROVADOR NAO ACEITO "
014920                 "(RESULTADO " WRK-RESULTADO-SIGNON ")"
014930     END-IF.
014940 3560-TENTAR-APROVADOR-EXIT.
014950     EXIT.
014960
014970*----------------------------------------------------------*
014980* 3600-ESTORNAR-LANCAMENTO - PEDE O ESTORNO DE UM          *
014990*                   LANCAMENTO JA POSTADO, LOCALIZADO NO   *
015000*                   CLIAUDK POR CLIENTE + DATA + SEQUENCIA *
015010*                   (A SEQUENCIA APARECE NA CONSULTA       *
015020*                   CLIINQ). SO ORIGENS DE MOVIMENTO,      *
015030*                   AJUSTE, TARIFA, IOF E CREDITOS DA      *
015040*                   COMPENSACAO ADMITEM ESTORNO; JUROS,    *
015050*                   BAIXA E RECUPERACAO TEM TRATAMENTO     *
015060*                   PROPRIO E ESTORNO NAO SE ESTORNA. A    *
015070*                   APROVACAO E DE UM SUPERVISOR DIFERENTE *
015080*                   DE QUEM DIGITOU (3550). O PEDIDO       *
015090*                   APROVADO VAI PARA O CLIESTOR, CHAVEADO *
015100*                   PELO LANCAMENTO ORIGINAL - UM SEGUNDO  *
015110*                   PEDIDO DO MESMO LANCAMENTO E RECUSADO. *
015120*                   O SALDO SO MUDA NO LOTE CLIESTRN       *
015130*                   (ORIGEM "E" NO CLIAUDIT).              *
015140*----------------------------------------------------------*
015150 3600-ESTORNAR-LANCAMENTO.
015160     IF NOT ARQUIVO-AUDK-OK OR NOT ARQUIVO-ESTORNO-OK
015170         DISPLAY "CLIMAINT: CLIAUDK OU CLIESTOR INDISPONIVEL - "
015180                 "ESTORNO NAO REGISTRADO"
015190         GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015200     END-IF.
015210     DISPLAY "NUMERO DO CLIENTE DO LANCAMENTO: ".
015220     ACCEPT CLI-ID.
015230     READ CLIENTES-MASTER
015240         INVALID KEY
015250             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
015260             GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015270     END-READ.
015280     IF CLI-FALECIDO OR CLI-PREJUIZO
015290             OR CLI-DATA-ENCERRAMENTO NOT = ZEROS
015300         DISPLAY "CLIMAINT: CONTA FALECIDO/PREJUIZO/ENCERRADA - "
015310                 "ESTORNO NAO PERMITIDO"
015320         GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015330     END-IF.
015340     DISPLAY "DATA DO LANCAMENTO (AAAAMMDD): ".
015350     ACCEPT WRK-DATA-LANCTO.
015360     DISPLAY "SEQUENCIA DO LANCAMENTO NO DIA: ".
015370     ACCEPT WRK-SEQ-LANCTO.
015380     MOVE CLI-ID          TO AUDK-CLIENTE.
015390     MOVE WRK-DATA-LANCTO TO AUDK-DATA.
015400     MOVE WRK-SEQ-LANCTO  TO AUDK-SEQ.
015410     READ AUDITORIA-CHAVEADA
015420         INVALID KEY
015430             DISPLAY "CLIMAINT: LANCAMENTO " WRK-DATA-LANCTO "/"
015440                     WRK-SEQ-LANCTO " NAO ENCONTRADO NO CLIAUDK"
015450             GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015460     END-READ.
015470     MOVE AUDK-LINHA    TO AUD-REGISTRO.
015480     MOVE AUD-ORIGEM    TO WRK-ORIGEM-ORIG.
015490     MOVE AUD-JUROS-DIA TO WRK-VALOR-ORIG.
015500     MOVE CLI-SALDO     TO WRK-SALDO-ED.
015510     DISPLAY "NOME       : " CLI-NOME.
015520     DISPLAY "SALDO ATUAL: " WRK-SALDO-ED.
015530     DISPLAY "LANCAMENTO : " AUD-DATA " ORIGEM " AUD-ORIGEM
015540             " VALOR " AUD-JUROS-DIA.
015550     IF AUD-ORIGEM = "E"
015560         DISPLAY "CLIMAINT: O LANCAMENTO E UM ESTORNO (DE "
015570                 AUD-REF-DATA "/" AUD-REF-SEQ ") - NAO SE "
015580                 "ESTORNA"
015590         GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015600     END-IF.
015610     IF NOT ORIGEM-ESTORNAVEL
015620         DISPLAY "CLIMAINT: ORIGEM " AUD-ORIGEM " NAO ADMITE "
015630                 "ESTORNO - USAR O AJUSTE DE SALDO (FUNCAO J)"
015640         GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015650     END-IF.
015660     IF WRK-VALOR-ORIG = ZEROS
015670         DISPLAY "CLIMAINT: LANCAMENTO SEM VALOR - NADA A "
015680                 "ESTORNAR"
015690         GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015700     END-IF.
015710     MOVE AUDK-CHAVE TO EST-CHAVE.
015720     READ ESTORNOS
015730         INVALID KEY
015740             CONTINUE
015750         NOT INVALID KEY
015760             DISPLAY "CLIMAINT: LANCAMENTO JA TEM PEDIDO DE "
015770                     "ESTORNO DE " EST-DATA-PEDIDO " (SITUACAO "
015780                     EST-SITUACAO ") - ESTORNO NAO REGISTRADO"
015790             GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015800     END-READ.
015810     INITIALIZE EST-REGISTRO.
015820     DISPLAY "HISTORICO (REFERENCIA DO ERRO): ".
015830     ACCEPT EST-HISTORICO.
015840     COMPUTE WRK-SALDO-PROJETADO = CLI-SALDO - WRK-VALOR-ORIG.
015850     COMPUTE WRK-VALOR-AJU-ED = ZERO - WRK-VALOR-ORIG.
015860     DISPLAY "ESTORNO    : " WRK-VALOR-AJU-ED.
015870     MOVE WRK-SALDO-PROJETADO TO WRK-SALDO-ED.
015880     DISPLAY "SALDO APOS O LANCAMENTO: " WRK-SALDO-ED.
015890     DISPLAY "CONFIRMA O ESTORNO (S/N)? ".
015900     ACCEPT WRK-CONFIRMA.
015910     IF WRK-CONFIRMA NOT = "S"
015920         DISPLAY "CLIMAINT: ESTORNO CANCELADO PELO OPERADOR"
015930         GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
015940     END-IF.
015950     MOVE "X" TO MLOG-FUNCAO.
015960     MOVE "ESTORNO     " TO MLOG-CAMPO.
015970     MOVE SPACES TO MLOG-ANTES.
015980     STRING "LANCTO " WRK-DATA-LANCTO "/" WRK-SEQ-LANCTO
015990             " ORIGEM " WRK-ORIGEM-ORIG
016000             DELIMITED BY SIZE INTO MLOG-ANTES.
016010     MOVE WRK-VALOR-AJU-ED TO MLOG-DEPOIS.
016020     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
016030     PERFORM 3550-APROVAR-AJUSTE THRU 3550-APROVAR-AJUSTE-EXIT.
016040     MOVE "APROVACAO   " TO MLOG-CAMPO.
016050     MOVE WRK-APROVADOR TO MLOG-ANTES.
016060     IF NOT AJUSTE-APROVADO
016070         MOVE "RECUSADO" TO MLOG-DEPOIS
016080         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
016090         DISPLAY "CLIMAINT: ESTORNO SEM APROVACAO - NAO "
016100                 "REGISTRADO"
016110         GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
016120     END-IF.
016130     MOVE CLI-ID          TO EST-CLIENTE.
016140     MOVE WRK-DATA-LANCTO TO EST-DATA-ORIG.
016150     MOVE WRK-SEQ-LANCTO  TO EST-SEQ-ORIG.
016160     MOVE WRK-ORIGEM-ORIG TO EST-ORIGEM-ORIG.
016170     MOVE WRK-VALOR-ORIG  TO EST-VALOR-ORIG.
016180     ACCEPT EST-DATA-PEDIDO FROM DATE YYYYMMDD.
016190     ACCEPT WRK-HORA-COMPLETA FROM TIME.
016200     COMPUTE EST-HORA-PEDIDO = WRK-HORA-COMPLETA / 100.
016210     MOVE WRK-OPERADOR    TO EST-OPERADOR.
016220     MOVE WRK-APROVADOR   TO EST-APROVADOR.
016230     SET EST-PENDENTE     TO TRUE.
016240     MOVE ZEROS           TO EST-DATA-ESTORNO EST-SEQ-ESTORNO.
016250     MOVE SPACES          TO EST-MOTIVO-RECUSA.
016260     WRITE EST-REGISTRO
016270         INVALID KEY
016280             DISPLAY "CLIMAINT: LANCAMENTO JA TEM PEDIDO DE "
016290                     "ESTORNO - ESTORNO NAO REGISTRADO"
016300             MOVE "JA PEDIDO" TO MLOG-DEPOIS
016310             PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
016320             GO TO 3600-ESTORNAR-LANCAMENTO-EXIT
016330     END-WRITE.
016340     MOVE "APROVADO" TO MLOG-DEPOIS.
016350     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
016360     DISPLAY "CLIMAINT: ESTORNO DO LANCAMENTO " WRK-DATA-LANCTO
016370             "/" WRK-SEQ-LANCTO " APROVADO POR " WRK-APROVADOR
016380             " - LANCAMENTO NO PROXIMO LOTE".
016390 3600-ESTORNAR-LANCAMENTO-EXIT.
016400     EXIT.
016410
016420*----------------------------------------------------------*
016430* 4000-INATIVAR-CLIENTE - MARCA UM CLIENTE COMO INATIVO     *
016440*                      PARA QUE O LOTE DE JUROS O IGNORE    *
016450*----------------------------------------------------------*
016460 4000-INATIVAR-CLIENTE.
016470     DISPLAY "NUMERO DO CLIENTE A INATIVAR: ".
016480     ACCEPT CLI-ID.
016490     READ CLIENTES-MASTER
016500         INVALID KEY
016510             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
016520             GO TO 4000-INATIVAR-CLIENTE-EXIT
016530     END-READ.
016540     MOVE CLI-STATUS TO WRK-ANTES-STATUS.
016550     SET CLI-INATIVO TO TRUE.
016560     REWRITE CLI-REGISTRO.
016570     MOVE "I" TO MLOG-FUNCAO.
016580     MOVE "STATUS      " TO MLOG-CAMPO.
016590     MOVE WRK-ANTES-STATUS TO MLOG-ANTES.
016600     MOVE CLI-STATUS       TO MLOG-DEPOIS.
016610     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
016620     DISPLAY "CLIMAINT: CLIENTE " CLI-ID " INATIVADO".
016630 4000-INATIVAR-CLIENTE-EXIT.
016640     EXIT.
016650
016660*----------------------------------------------------------*
016670* 5000-ENCERRAR-CONTA - GRAVA A DATA DE ENCERRAMENTO DA     *
016680*                    CONTA (DATA DO SISTEMA). A PARTIR      *
016690*                    DESSA DATA O LOTE DE JUROS PARA DE     *
016700*                    PROCESSAR O CLIENTE. DIFERENTE DE      *
016710*                    INATIVAR, O ENCERRAMENTO E DEFINITIVO  *
016720*                    E DATADO. PEDIDO FEITO POR             *
016730*                    REPRESENTANTE EXIGE PODER DE ENCERRAR  *
016740*                    VIGENTE NO CLIPROC.                    *
016750*----------------------------------------------------------*
016760 5000-ENCERRAR-CONTA.
016770     DISPLAY "NUMERO DO CLIENTE A ENCERRAR: ".
016780     ACCEPT CLI-ID.
016790     READ CLIENTES-MASTER
016800         INVALID KEY
016810             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
016820             GO TO 5000-ENCERRAR-CONTA-EXIT
016830     END-READ.
016840     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
016850         DISPLAY "CLIMAINT: CLIENTE " CLI-ID " JA ESTA ENCERRADO"
016860                 " DESDE " CLI-DATA-ENCERRAMENTO
016870         GO TO 5000-ENCERRAR-CONTA-EXIT
016880     END-IF.
016890     DISPLAY "CPF DO REPRESENTANTE QUE PEDE O ENCERRAMENTO "
016900             "(ZERO SE O PROPRIO TITULAR): ".
016910     ACCEPT WRK-CPF-PROC.
016920     IF WRK-CPF-PROC NOT = ZEROS
016930         PERFORM 6480-CONFERIR-PODER-ENCERRAR
016940                 THRU 6480-CONFERIR-PODER-ENCERRAR-EXIT
016950         IF NOT PODER-ENCERRAR-OK
016960             GO TO 5000-ENCERRAR-CONTA-EXIT
016970         END-IF
016980     END-IF.
016990     ACCEPT CLI-DATA-ENCERRAMENTO FROM DATE YYYYMMDD.
017000     REWRITE CLI-REGISTRO.
017010     MOVE "E" TO MLOG-FUNCAO.
017020     MOVE "ENCERRAMENTO" TO MLOG-CAMPO.
017030     MOVE "00000000" TO MLOG-ANTES.
017040     MOVE CLI-DATA-ENCERRAMENTO TO MLOG-DEPOIS.
017050     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
017060     DISPLAY "CLIMAINT: CLIENTE " CLI-ID " ENCERRADO EM "
017070             CLI-DATA-ENCERRAMENTO.
017080 5000-ENCERRAR-CONTA-EXIT.
017090     EXIT.
017100
017110*----------------------------------------------------------*
017120* 6000-DADOS-CONTATO - CAPTURA OU ALTERA O ENDERECO E OS   *
017130*                   DADOS DE CONTATO DE UM CLIENTE JA      *
017140*                   CADASTRADO, COM CRITICA BASICA DE      *
017150*                   DOMINIO ANTES DA REGRAVACAO. E TAMBEM  *
017160*                   A CONFERENCIA DO RECADASTRAMENTO: A    *
017170*                   AGENCIA REVE O GRAU DE RISCO E, COM OS *
017180*                   DADOS CONFIRMADOS PELO CLIENTE, RENOVA *
017190*                   O VENCIMENTO DO CADASTRO               *
017200*----------------------------------------------------------*
017210 6000-DADOS-CONTATO.
017220     DISPLAY "NUMERO DO CLIENTE: ".
017230     ACCEPT CLI-ID.
017240     READ CLIENTES-MASTER
017250         INVALID KEY
017260             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
017270             GO TO 6000-DADOS-CONTATO-EXIT
017280     END-READ.
017290     MOVE CLI-ENDERECO TO WRK-ANTES-ENDERECO.
017300     MOVE CLI-CIDADE   TO WRK-ANTES-CIDADE.
017310     MOVE CLI-UF       TO WRK-ANTES-UF.
017320     MOVE CLI-CEP      TO WRK-ANTES-CEP.
017330     MOVE CLI-TELEFONE TO WRK-ANTES-TELEFONE.
017340     MOVE CLI-EMAIL    TO WRK-ANTES-EMAIL.
017350     MOVE CLI-PREF-EXTRATO TO WRK-ANTES-PREF.
017360     MOVE CLI-RISCO-KYC         TO WRK-ANTES-RISCO.
017370     MOVE CLI-DATA-PROX-REVISAO TO WRK-ANTES-PROX-REV.
017380*    REGISTRO ANTERIOR AO CAMPO DE NASCIMENTO VEM SEM A DATA E
017390*    SEM RESPONSAVEL.
017400     IF CLI-DATA-NASCIMENTO NOT NUMERIC
017410             OR CLI-RESP-CPF NOT NUMERIC
017420         MOVE ZEROS  TO CLI-DATA-NASCIMENTO CLI-RESP-CPF
017430         MOVE SPACES TO CLI-RESP-NOME
017440     END-IF.
017450     MOVE CLI-DATA-NASCIMENTO TO WRK-ANTES-NASCIMENTO.
017460     MOVE CLI-RESP-CPF  TO WRK-IMG-RESP-CPF.
017470     MOVE CLI-RESP-NOME TO WRK-IMG-RESP-NOME.
017480     MOVE WRK-IMAGEM-RESP TO WRK-ANTES-RESP.
017490*    REGISTRO ANTERIOR A PREFERENCIA DE ALERTA VEM SEM ALERTA.
017500     IF CLI-ALERTA-VALOR-MIN NOT NUMERIC
017510         MOVE "N"    TO CLI-ALERTA-CANAL
017520         MOVE ZEROS  TO CLI-ALERTA-VALOR-MIN
017530         MOVE "NNNNN" TO CLI-ALERTA-EVENTOS
017540         MOVE SPACES TO CLI-EMAIL-SITUACAO CLI-FONE-SITUACAO
017550     END-IF.
017560     MOVE CLI-ALERTA-CANAL     TO WRK-IMG-ALR-CANAL.
017570     MOVE CLI-ALERTA-VALOR-MIN TO WRK-IMG-ALR-MINIMO.
017580     MOVE CLI-ALERTA-EVENTOS   TO WRK-IMG-ALR-EVENTOS.
017590     MOVE WRK-IMAGEM-ALERTA TO WRK-ANTES-ALERTA.
017600     DISPLAY "ENDERECO ATUAL : " CLI-ENDERECO.
017610     DISPLAY "CIDADE ATUAL   : " CLI-CIDADE.
017620     DISPLAY "UF ATUAL       : " CLI-UF.
017630     DISPLAY "CEP ATUAL      : " CLI-CEP.
017640     DISPLAY "TELEFONE ATUAL : " CLI-TELEFONE.
017650     IF FONE-DEVOLVIDO
017660         DISPLAY "  ** TELEFONE RECUSADO PELO GATEWAY DE "
017670                 "MENSAGENS - CONFIRMAR COM O CLIENTE"
017680     END-IF.
017690     DISPLAY "E-MAIL ATUAL   : " CLI-EMAIL.
017700     IF EMAIL-DEVOLVIDO
017710         DISPLAY "  ** E-MAIL DEVOLVIDO PELO GATEWAY DE "
017720                 "MENSAGENS - CONFIRMAR COM O CLIENTE"
017730     END-IF.
017740     DISPLAY "NOVO ENDERECO  : ".
017750     ACCEPT CLI-ENDERECO.
017760     DISPLAY "NOVA CIDADE    : ".
017770     ACCEPT CLI-CIDADE.
017780     DISPLAY "NOVA UF        : ".
017790     ACCEPT CLI-UF.
017800     IF CLI-UF = SPACES
017810         DISPLAY "CLIMAINT: UF EM BRANCO - DADOS NAO GRAVADOS"
017820         GO TO 6000-DADOS-CONTATO-EXIT
017830     END-IF.
017840     DISPLAY "NOVO CEP (SO DIGITOS): ".
017850     ACCEPT CLI-CEP.
017860     IF CLI-CEP = ZEROS
017870         DISPLAY "CLIMAINT: CEP ZERADO - DADOS NAO GRAVADOS"
017880         GO TO 6000-DADOS-CONTATO-EXIT
017890     END-IF.
017900     DISPLAY "NOVO TELEFONE (DDD+NUMERO): ".
017910     ACCEPT CLI-TELEFONE.
017920     DISPLAY "NOVO E-MAIL    : ".
017930     ACCEPT CLI-EMAIL.
017940     DISPLAY "ENTREGA DO EXTRATO ATUAL: " CLI-PREF-EXTRATO.
017950     DISPLAY "NOVA ENTREGA (P-PAPEL/E-ELETRONICO/A-AMBOS, "
017960             "BRANCO MANTEM): ".
017970     ACCEPT WRK-NOVA-PREF.
017980     IF WRK-NOVA-PREF NOT = SPACES
017990         IF WRK-NOVA-PREF = "P" OR WRK-NOVA-PREF = "E"
018000                 OR WRK-NOVA-PREF = "A"
018010             MOVE WRK-NOVA-PREF TO CLI-PREF-EXTRATO
018020         ELSE
018030             DISPLAY "CLIMAINT: PREFERENCIA INVALIDA - DADOS "
018040                     "NAO GRAVADOS"
018050             GO TO 6000-DADOS-CONTATO-EXIT
018060         END-IF
018070     END-IF.
018080     IF CLI-EMAIL NOT = SPACES
018090         MOVE ZEROS TO WRK-CONT-ARROBA
018100         INSPECT CLI-EMAIL TALLYING WRK-CONT-ARROBA
018110                 FOR ALL "@"
018120         IF WRK-CONT-ARROBA = ZEROS
018130             DISPLAY "CLIMAINT: E-MAIL SEM @ - DADOS NAO "
018140                     "GRAVADOS"
018150             GO TO 6000-DADOS-CONTATO-EXIT
018160         END-IF
018170     END-IF.
018180     PERFORM 6300-CAPTURAR-ALERTA THRU 6300-CAPTURAR-ALERTA-EXIT.
018190     IF NOT DADOS-ALERTA-OK
018200         DISPLAY "CLIMAINT: DADOS NAO GRAVADOS"
018210         GO TO 6000-DADOS-CONTATO-EXIT
018220     END-IF.
018230     PERFORM 6100-CONFERIR-CEP THRU 6100-CONFERIR-CEP-EXIT.
018240     IF CEP-DIVERGENTE
018250         DISPLAY "CLIMAINT: CIDADE/UF NAO CONFEREM COM A "
018260                 "FAIXA DO CEP (CLICEPRF) - DADOS NAO GRAVADOS"
018270         GO TO 6000-DADOS-CONTATO-EXIT
018280     END-IF.
018290     IF CEP-CONFERIDO
018300         MOVE "V" TO CLI-END-SITUACAO
018310     ELSE
018320         DISPLAY "CLIMAINT: CEP FORA DAS FAIXAS DO CLICEPRF - "
018330                 "GRAVADO SEM CONFERENCIA"
018340         MOVE SPACES TO CLI-END-SITUACAO
018350     END-IF.
018360     DISPLAY "GRAU DE RISCO ATUAL: " CLI-RISCO-KYC
018370             " - NOVO (A/M/B, BRANCO MANTEM): ".
018380     ACCEPT WRK-NOVO-RISCO.
018390     IF WRK-NOVO-RISCO NOT = SPACES
018400         IF WRK-NOVO-RISCO = "A" OR WRK-NOVO-RISCO = "M"
018410                 OR WRK-NOVO-RISCO = "B"
018420             MOVE WRK-NOVO-RISCO TO CLI-RISCO-KYC
018430         ELSE
018440             DISPLAY "CLIMAINT: GRAU DE RISCO INVALIDO - DADOS "
018450                     "NAO GRAVADOS"
018460             GO TO 6000-DADOS-CONTATO-EXIT
018470         END-IF
018480     END-IF.
018490     IF DOC-CPF
018500         DISPLAY "DATA DE NASCIMENTO ATUAL: " CLI-DATA-NASCIMENTO
018510         DISPLAY "NOVA DATA DE NASCIMENTO (AAAAMMDD, ZERO "
018520                 "MANTEM): "
018530         ACCEPT WRK-NOVA-NASCIMENTO
018540         IF WRK-NOVA-NASCIMENTO NOT = ZEROS
018550             MOVE WRK-NOVA-NASCIMENTO TO CLI-DATA-NASCIMENTO
018560         END-IF
018570         IF CLI-DATA-NASCIMENTO NOT = ZEROS
018580             ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
018590             PERFORM 6200-CRITICAR-NASCIMENTO
018600                     THRU 6200-CRITICAR-NASCIMENTO-EXIT
018610             IF NOT DADOS-MENOR-OK
018620                 DISPLAY "CLIMAINT: DADOS NAO GRAVADOS"
018630                 GO TO 6000-DADOS-CONTATO-EXIT
018640             END-IF
018650         END-IF
018660     END-IF.
018670     DISPLAY "VENCIMENTO DO CADASTRO: " CLI-DATA-PROX-REVISAO.
018680     DISPLAY "DADOS CONFERIDOS COM O CLIENTE - RENOVA O "
018690             "RECADASTRAMENTO (S/N)? ".
018700     ACCEPT WRK-CONFIRMA.
018710     IF WRK-CONFIRMA = "S"
018720         ACCEPT CLI-DATA-ULT-REVISAO FROM DATE YYYYMMDD
018730     END-IF.
018740*    RISCO REVISTO SEM NOVA CONFERENCIA RECALCULA O VENCIMENTO
018750*    A PARTIR DA ULTIMA REVISAO, PELO CICLO DO RISCO NOVO.
018760     IF WRK-CONFIRMA = "S" OR CLI-RISCO-KYC NOT = WRK-ANTES-RISCO
018770         IF CLI-DATA-ULT-REVISAO NOT = ZEROS
018780             PERFORM 8000-CALCULAR-VENCIMENTO
018790                     THRU 8000-CALCULAR-VENCIMENTO-EXIT
018800         END-IF
018810     END-IF.
018820*    CONTATO CORRIGIDO PELA AGENCIA VOLTA A RECEBER ALERTA.
018830     IF CLI-EMAIL NOT = WRK-ANTES-EMAIL
018840         MOVE SPACES TO CLI-EMAIL-SITUACAO
018850     END-IF.
018860     IF CLI-TELEFONE NOT = WRK-ANTES-TELEFONE
018870         MOVE SPACES TO CLI-FONE-SITUACAO
018880     END-IF.
018890     REWRITE CLI-REGISTRO.
018900     MOVE "D" TO MLOG-FUNCAO.
018910     IF CLI-ENDERECO NOT = WRK-ANTES-ENDERECO
018920         MOVE "ENDERECO    " TO MLOG-CAMPO
018930         MOVE WRK-ANTES-ENDERECO TO MLOG-ANTES
018940         MOVE CLI-ENDERECO       TO MLOG-DEPOIS
018950         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
018960     END-IF.
018970     IF CLI-CIDADE NOT = WRK-ANTES-CIDADE
018980         MOVE "CIDADE      " TO MLOG-CAMPO
018990         MOVE WRK-ANTES-CIDADE TO MLOG-ANTES
019000         MOVE CLI-CIDADE       TO MLOG-DEPOIS
019010         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019020     END-IF.
019030     IF CLI-UF NOT = WRK-ANTES-UF
019040         MOVE "UF          " TO MLOG-CAMPO
019050         MOVE WRK-ANTES-UF TO MLOG-ANTES
019060         MOVE CLI-UF       TO MLOG-DEPOIS
019070         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019080     END-IF.
019090     IF CLI-CEP NOT = WRK-ANTES-CEP
019100         MOVE "CEP         " TO MLOG-CAMPO
019110         MOVE WRK-ANTES-CEP TO MLOG-ANTES
019120         MOVE CLI-CEP       TO MLOG-DEPOIS
019130         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019140     END-IF.
019150     IF CLI-TELEFONE NOT = WRK-ANTES-TELEFONE
019160         MOVE "TELEFONE    " TO MLOG-CAMPO
019170         MOVE WRK-ANTES-TELEFONE TO MLOG-ANTES
019180         MOVE CLI-TELEFONE       TO MLOG-DEPOIS
019190         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019200     END-IF.
019210     IF CLI-EMAIL NOT = WRK-ANTES-EMAIL
019220         MOVE "E-MAIL      " TO MLOG-CAMPO
019230         MOVE WRK-ANTES-EMAIL TO MLOG-ANTES
019240         MOVE CLI-EMAIL       TO MLOG-DEPOIS
019250         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019260     END-IF.
019270     IF CLI-PREF-EXTRATO NOT = WRK-ANTES-PREF
019280         MOVE "PREF EXTRATO" TO MLOG-CAMPO
019290         MOVE WRK-ANTES-PREF TO MLOG-ANTES
019300         MOVE CLI-PREF-EXTRATO TO MLOG-DEPOIS
019310         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019320     END-IF.
019330     IF CLI-RISCO-KYC NOT = WRK-ANTES-RISCO
019340         MOVE "RISCO KYC   " TO MLOG-CAMPO
019350         MOVE WRK-ANTES-RISCO TO MLOG-ANTES
019360         MOVE CLI-RISCO-KYC   TO MLOG-DEPOIS
019370         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019380     END-IF.
019390     IF CLI-DATA-PROX-REVISAO NOT = WRK-ANTES-PROX-REV
019400         MOVE "RECADASTRO  " TO MLOG-CAMPO
019410         MOVE WRK-ANTES-PROX-REV    TO MLOG-ANTES
019420         MOVE CLI-DATA-PROX-REVISAO TO MLOG-DEPOIS
019430         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019440     END-IF.
019450     IF CLI-DATA-NASCIMENTO NOT = WRK-ANTES-NASCIMENTO
019460         MOVE "NASCIMENTO  " TO MLOG-CAMPO
019470         MOVE WRK-ANTES-NASCIMENTO TO MLOG-ANTES
019480         MOVE CLI-DATA-NASCIMENTO  TO MLOG-DEPOIS
019490         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019500     END-IF.
019510     MOVE CLI-RESP-CPF  TO WRK-IMG-RESP-CPF.
019520     MOVE CLI-RESP-NOME TO WRK-IMG-RESP-NOME.
019530     IF WRK-IMAGEM-RESP NOT = WRK-ANTES-RESP
019540         MOVE "RESPONSAVEL " TO MLOG-CAMPO
019550         MOVE WRK-ANTES-RESP  TO MLOG-ANTES
019560         MOVE WRK-IMAGEM-RESP TO MLOG-DEPOIS
019570         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019580     END-IF.
019590     MOVE CLI-ALERTA-CANAL     TO WRK-IMG-ALR-CANAL.
019600     MOVE CLI-ALERTA-VALOR-MIN TO WRK-IMG-ALR-MINIMO.
019610     MOVE CLI-ALERTA-EVENTOS   TO WRK-IMG-ALR-EVENTOS.
019620     IF WRK-IMAGEM-ALERTA NOT = WRK-ANTES-ALERTA
019630         MOVE "ALERTA      " TO MLOG-CAMPO
019640         MOVE WRK-ANTES-ALERTA  TO MLOG-ANTES
019650         MOVE WRK-IMAGEM-ALERTA TO MLOG-DEPOIS
019660         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
019670     END-IF.
019680     DISPLAY "CLIMAINT: DADOS DE CONTATO DO CLIENTE " CLI-ID
019690             " GRAVADOS".
019700 6000-DADOS-CONTATO-EXIT.
019710     EXIT.
019720
019730*----------------------------------------------------------*
019740* 6200-CRITICAR-NASCIMENTO - CONFERE A DATA DE NASCIMENTO  *
019750*                   CONTRA A DATA DE HOJE. TITULAR COM     *
019760*                   MENOS DE 18 ANOS EXIGE O RESPONSAVEL   *
019770*                   LEGAL (CPF CONFERIDO PELO DOCVALID,    *
019780*                   DIFERENTE DO TITULAR, E NOME); TITULAR *
019790*                   JA MAIOR FICA SEM RESPONSAVEL.         *
019800*                   DADOS-MENOR-OK SO QUANDO TUDO CONFERE  *
019810*----------------------------------------------------------*
019820 6200-CRITICAR-NASCIMENTO.
019830     MOVE "N" TO WRK-MENOR-OK.
019840     MOVE CLI-DATA-NASCIMENTO(5:2) TO WRK-MES-NASC.
019850     MOVE CLI-DATA-NASCIMENTO(7:2) TO WRK-DIA-NASC.
019860     IF CLI-DATA-NASCIMENTO = ZEROS
019870         OR CLI-DATA-NASCIMENTO > WRK-DATA-HOJE
019880         OR WRK-MES-NASC < 1 OR WRK-MES-NASC > 12
019890         OR WRK-DIA-NASC < 1 OR WRK-DIA-NASC > 31
019900         DISPLAY "CLIMAINT: DATA DE NASCIMENTO INVALIDA"
019910         GO TO 6200-CRITICAR-NASCIMENTO-EXIT
019920     END-IF.
019930*    AAAAMMDD MAIS 18 ANOS: O ANIVERSARIO DE 18 ANOS. NASCIDO
019940*    EM 29/02 FICA MAIOR EM 01/03 NO ANO QUE NAO E BISSEXTO.
019950     COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASCIMENTO + 180000.
019960     IF WRK-DATA-HOJE NOT < WRK-DATA-MAIORIDADE
019970         MOVE ZEROS  TO CLI-RESP-CPF
019980         MOVE SPACES TO CLI-RESP-NOME
019990         SET DADOS-MENOR-OK TO TRUE
020000         GO TO 6200-CRITICAR-NASCIMENTO-EXIT
020010     END-IF.
020020     DISPLAY "TITULAR MENOR DE IDADE - MAIORIDADE EM "
020030             WRK-DATA-MAIORIDADE.
020040     IF CLI-RESP-CPF NOT = ZEROS
020050         DISPLAY "RESPONSAVEL LEGAL ATUAL: " CLI-RESP-CPF " "
020060                 CLI-RESP-NOME
020070     END-IF.
020080     DISPLAY "CPF DO RESPONSAVEL LEGAL (ZERO MANTEM O ATUAL): ".
020090     ACCEPT WRK-CPF-RESP.
020100     IF WRK-CPF-RESP = ZEROS
020110         MOVE CLI-RESP-CPF TO WRK-CPF-RESP
020120     END-IF.
020130     IF WRK-CPF-RESP = ZEROS
020140         DISPLAY "CLIMAINT: TITULAR MENOR SEM RESPONSAVEL LEGAL"
020150         GO TO 6200-CRITICAR-NASCIMENTO-EXIT
020160     END-IF.
020170     MOVE WRK-CPF-RESP TO WRK-DOC-PROC.
020180     CALL "DOCVALID" USING WRK-DOC-PROC WRK-TIPO-DOC-PROC
020190             WRK-DOC-VALIDO.
020200     IF DOCUMENTO-COM-ERRO
020210         DISPLAY "CLIMAINT: CPF DO RESPONSAVEL INVALIDO"
020220         GO TO 6200-CRITICAR-NASCIMENTO-EXIT
020230     END-IF.
020240     IF CLI-DOCUMENTO = WRK-DOC-PROC
020250         DISPLAY "CLIMAINT: RESPONSAVEL NAO PODE SER O PROPRIO "
020260                 "TITULAR"
020270         GO TO 6200-CRITICAR-NASCIMENTO-EXIT
020280     END-IF.
020290     DISPLAY "NOME DO RESPONSAVEL LEGAL (BRANCO MANTEM O "
020300             "ATUAL): ".
020310     ACCEPT WRK-NOME-RESP.
020320     IF WRK-NOME-RESP = SPACES AND WRK-CPF-RESP = CLI-RESP-CPF
020330         MOVE CLI-RESP-NOME TO WRK-NOME-RESP
020340     END-IF.
020350     IF WRK-NOME-RESP = SPACES
020360         DISPLAY "CLIMAINT: NOME DO RESPONSAVEL OBRIGATORIO"
020370         GO TO 6200-CRITICAR-NASCIMENTO-EXIT
020380     END-IF.
020390     MOVE WRK-CPF-RESP  TO CLI-RESP-CPF.
020400     MOVE WRK-NOME-RESP TO CLI-RESP-NOME.
020410     SET DADOS-MENOR-OK TO TRUE.
020420 6200-CRITICAR-NASCIMENTO-EXIT.
020430     EXIT.
020440
020450*----------------------------------------------------------*
020460* 6300-CAPTURAR-ALERTA - PREFERENCIA DE ALERTA DE          *
020470*                   TRANSACAO: CANAL, VALOR MINIMO E OS    *
020480*                   EVENTOS AVISADOS (UM S/N POR POSICAO:  *
020490*                   SAQUE OU DEBITO, CREDITO DA            *
020500*                   COMPENSACAO, CHEQUE DEVOLVIDO,         *
020510*                   BLOQUEIO E SALDO NEGATIVO). O CANAL SO *
020520*                   E ACEITO COM O CONTATO PREENCHIDO.     *
020530*                   DADOS-ALERTA-OK SO QUANDO TUDO CONFERE *
020540*----------------------------------------------------------*
020550 6300-CAPTURAR-ALERTA.
020560     MOVE "N" TO WRK-ALERTA-OK.
020570     DISPLAY "ALERTA ATUAL: CANAL " CLI-ALERTA-CANAL " MINIMO "
020580             CLI-ALERTA-VALOR-MIN " EVENTOS " CLI-ALERTA-EVENTOS.
020590     DISPLAY "NOVO CANAL DE ALERTA (E-EMAIL/S-SMS/A-AMBOS/"
020600             "N-NENHUM, BRANCO MANTEM): ".
020610     ACCEPT WRK-NOVO-CANAL.
020620     IF WRK-NOVO-CANAL = SPACES
020630         SET DADOS-ALERTA-OK TO TRUE
020640         GO TO 6300-CAPTURAR-ALERTA-CONTATO
020650     END-IF.
020660     IF WRK-NOVO-CANAL NOT = "E" AND WRK-NOVO-CANAL NOT = "S"
020670             AND WRK-NOVO-CANAL NOT = "A"
020680             AND WRK-NOVO-CANAL NOT = "N"
020690         DISPLAY "CLIMAINT: CANAL DE ALERTA INVALIDO"
020700         GO TO 6300-CAPTURAR-ALERTA-EXIT
020710     END-IF.
020720     MOVE WRK-NOVO-CANAL TO CLI-ALERTA-CANAL.
020730     IF ALERTA-DESLIGADO
020740         MOVE ZEROS   TO CLI-ALERTA-VALOR-MIN
020750         MOVE "NNNNN" TO CLI-ALERTA-EVENTOS
020760         SET DADOS-ALERTA-OK TO TRUE
020770         GO TO 6300-CAPTURAR-ALERTA-EXIT
020780     END-IF.
020790     DISPLAY "VALOR MINIMO DO ALERTA (ZERO = QUALQUER VALOR): ".
020800     ACCEPT CLI-ALERTA-VALOR-MIN.
020810     DISPLAY "EVENTOS (S/N: SAQUE, CREDITO COMPE, CHEQUE "
020820             "DEVOLVIDO, BLOQUEIO, SALDO NEGATIVO): ".
020830     ACCEPT WRK-NOVOS-EVENTOS.
020840     MOVE ZEROS TO WRK-CONT-EVENTOS.
020850     INSPECT WRK-NOVOS-EVENTOS TALLYING WRK-CONT-EVENTOS
020860             FOR ALL "S" ALL "N".
020870     IF WRK-CONT-EVENTOS NOT = 5
020880         DISPLAY "CLIMAINT: EVENTOS DE ALERTA INVALIDOS"
020890         GO TO 6300-CAPTURAR-ALERTA-EXIT
020900     END-IF.
020910     MOVE WRK-NOVOS-EVENTOS TO CLI-ALERTA-EVENTOS.
020920     SET DADOS-ALERTA-OK TO TRUE.
020930 6300-CAPTURAR-ALERTA-CONTATO.
020940     IF ALERTA-POR-EMAIL OR ALERTA-POR-AMBOS
020950         IF CLI-EMAIL = SPACES
020960             DISPLAY "CLIMAINT: ALERTA POR E-MAIL SEM E-MAIL"
020970             MOVE "N" TO WRK-ALERTA-OK
020980         END-IF
020990     END-IF.
021000     IF ALERTA-POR-SMS OR ALERTA-POR-AMBOS
021010         IF CLI-TELEFONE = ZEROS
021020             DISPLAY "CLIMAINT: ALERTA POR SMS SEM TELEFONE"
021030             MOVE "N" TO WRK-ALERTA-OK
021040         END-IF
021050     END-IF.
021060 6300-CAPTURAR-ALERTA-EXIT.
021070     EXIT.
021080
021090*----------------------------------------------------------*
021100* 6100-CONFERIR-CEP - PROCURA NO CLICEPRF A FAIXA QUE      *
021110*                   CONTEM O CEP INFORMADO E CONFERE       *
021120*                   CIDADE E UF. RESULTADO: V CONFERIDO,   *
021130*                   I DIVERGENTE, F FORA DE FAIXA (OU      *
021140*                   TABELA INDISPONIVEL).                  *
021150*----------------------------------------------------------*
021160 6100-CONFERIR-CEP.
021170     MOVE "F" TO WRK-CEP-RESULTADO.
021180     MOVE "N" TO WRK-FIM-CEP.
021190     OPEN INPUT REFERENCIA-CEP.
021200     IF FS-REFERENCIA-CEP NOT = "00"
021210         DISPLAY "CLIMAINT: CLICEPRF INDISPONIVEL - STATUS "
021220                 FS-REFERENCIA-CEP " - CEP SEM CONFERENCIA"
021230         GO TO 6100-CONFERIR-CEP-EXIT
021240     END-IF.
021250     PERFORM 6150-LER-FAIXA-CEP THRU 6150-LER-FAIXA-CEP-EXIT
021260             UNTIL FIM-REFERENCIA-CEP
021270             OR NOT CEP-FORA-DE-FAIXA.
021280     CLOSE REFERENCIA-CEP.
021290 6100-CONFERIR-CEP-EXIT.
021300     EXIT.
021310
021320*----------------------------------------------------------*
021330* 6150-LER-FAIXA-CEP - CONFERE UMA FAIXA DA TABELA         *
021340*----------------------------------------------------------*
021350 6150-LER-FAIXA-CEP.
021360     READ REFERENCIA-CEP
021370         AT END
021380             SET FIM-REFERENCIA-CEP TO TRUE
021390             GO TO 6150-LER-FAIXA-CEP-EXIT
021400     END-READ.
021410     IF CLI-CEP < CEPR-CEP-INI OR CLI-CEP > CEPR-CEP-FIM
021420         GO TO 6150-LER-FAIXA-CEP-EXIT
021430     END-IF.
021440     IF CLI-CIDADE = CEPR-CIDADE AND CLI-UF = CEPR-UF
021450         MOVE "V" TO WRK-CEP-RESULTADO
021460     ELSE
021470         MOVE "I" TO WRK-CEP-RESULTADO
021480     END-IF.
021490 6150-LER-FAIXA-CEP-EXIT.
021500     EXIT.
021510
021520*----------------------------------------------------------*
021530* 0500-IDENTIFICAR-OPERADOR - SIGN-ON DO OPERADOR: PEDE    *
021540*                 USUARIO E SENHA E CONFERE CONTRA O       *
021550*                 CLIOPER, COM TRES TENTATIVAS. SIGN-ON    *
021560*                 RECUSADO E LOGADO NO CLIMLOG.            *
021570*----------------------------------------------------------*
021580 0500-IDENTIFICAR-OPERADOR.
021590     MOVE ZEROS TO WRK-TENTATIVAS.
021600 0510-PEDIR-CREDENCIAIS.
021610     IF WRK-TENTATIVAS >= 3
021620         MOVE "L" TO MLOG-FUNCAO
021630         MOVE "SIGNON      " TO MLOG-CAMPO
021640         MOVE WRK-ID-INFORMADO TO MLOG-ANTES
021650         MOVE "RECUSADO" TO MLOG-DEPOIS
021660         MOVE ZEROS TO CLI-ID
021670         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
021680         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
021690     END-IF.
021700     ADD 1 TO WRK-TENTATIVAS.
021710     DISPLAY "OPERADOR: ".
021720     ACCEPT WRK-ID-INFORMADO.
021730     DISPLAY "SENHA   : ".
021740     ACCEPT WRK-SENHA-INFORMADA.
021750     PERFORM 0550-CONFERIR-CREDENCIAIS
021760             THRU 0550-CONFERIR-CREDENCIAIS-EXIT.
021770     IF NOT OPERADOR-AUTENTICADO
021780         EVALUATE WRK-RESULTADO-SIGNON
021790             WHEN "B"
021800                 DISPLAY "CLIMAINT: OPERADOR BLOQUEADO"
021810                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
021820             WHEN "R"
021830                 DISPLAY "CLIMAINT: OPERADOR REVOGADO"
021840                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
021850             WHEN "I"
021860                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
021870             WHEN OTHER
021880                 DISPLAY "CLIMAINT: USUARIO OU SENHA INVALIDOS"
021890         END-EVALUATE
021900         GO TO 0510-PEDIR-CREDENCIAIS
021910     END-IF.
021920     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
021930 0500-IDENTIFICAR-OPERADOR-EXIT.
021940     EXIT.
021950
021960*----------------------------------------------------------*
021970* 0550-CONFERIR-CREDENCIAIS - CONFERE A CREDENCIAL PELA    *
021980*                 SUBROTINA CLISIGN, QUE APLICA O CICLO DE *
021990*                 VIDA DO CLIOPER (BLOQUEIO, REVOGACAO E   *
022000*                 VENCIMENTO DE SENHA)                     *
022010*----------------------------------------------------------*
022020 0550-CONFERIR-CREDENCIAIS.
022030     MOVE "N" TO WRK-SIGNON-OK.
022040     CALL "CLISIGN" USING WRK-ID-INFORMADO
022050             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
022060             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
022070     IF WRK-RESULTADO-SIGNON = "S"
022080         MOVE "S" TO WRK-SIGNON-OK
022090     END-IF.
022100 0550-CONFERIR-CREDENCIAIS-EXIT.
022110     EXIT.
022120
022130*----------------------------------------------------------*
022140* 0600-VERIFICAR-AUTORIZACAO - CONFERE SE O PERFIL DO      *
022150*                 OPERADOR PODE EXECUTAR A FUNCAO PEDIDA   *
022160*                 (WRK-OPCAO): "S" TUDO; "M" TUDO MENOS O  *
022170*                 ENCERRAMENTO, OS BLOQUEIOS DE SALDO, AS  *
022180*                 SUSTACOES DE CHEQUE, A COMUNICACAO DE    *
022190*                 OBITO E OS PROCURADORES;                 *
022200*                 "C" NENHUMA MANUTENCAO. TENTATIVA        *
022210*                 NEGADA E LOGADA NO CLIMLOG.              *
022220*----------------------------------------------------------*
022230 0600-VERIFICAR-AUTORIZACAO.
022240     MOVE "N" TO WRK-AUTORIZADO.
022250     EVALUATE WRK-PERFIL-OPERADOR
022260         WHEN "S"
022270             MOVE "S" TO WRK-AUTORIZADO
022280         WHEN "M"
022290             IF WRK-OPCAO NOT = "E"
022300                     AND WRK-OPCAO NOT = "B"
022310                     AND WRK-OPCAO NOT = "L"
022320                     AND WRK-OPCAO NOT = "V"
022330                     AND WRK-OPCAO NOT = "O"
022340                     AND WRK-OPCAO NOT = "N"
022350                     AND WRK-OPCAO NOT = "F"
022360                     AND WRK-OPCAO NOT = "P"
022370                 MOVE "S" TO WRK-AUTORIZADO
022380             END-IF
022390         WHEN OTHER
022400             CONTINUE
022410     END-EVALUATE.
022420     IF NOT FUNCAO-AUTORIZADA
022430         DISPLAY "CLIMAINT: FUNCAO " WRK-OPCAO " NAO "
022440                 "AUTORIZADA PARA O PERFIL "
022450                 WRK-PERFIL-OPERADOR
022460         MOVE WRK-OPCAO TO MLOG-FUNCAO
022470         MOVE "AUTORIZACAO " TO MLOG-CAMPO
022480         MOVE WRK-PERFIL-OPERADOR TO MLOG-ANTES
022490         MOVE "NEGADO" TO MLOG-DEPOIS
022500         MOVE ZEROS TO CLI-ID
022510         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
022520         GO TO 0600-VERIFICAR-AUTORIZACAO-EXIT
022530     END-IF.
022540     PERFORM 0700-VERIFICAR-INTERLOCK
022550             THRU 0700-VERIFICAR-INTERLOCK-EXIT.
022560 0600-VERIFICAR-AUTORIZACAO-EXIT.
022570     EXIT.
022580
022590*----------------------------------------------------------*
022600* 0700-VERIFICAR-INTERLOCK - COM O LOTE DE JUROS EM        *
022610*                 PROCESSAMENTO (TRAVA "S" NO CLICTRL), A  *
022620*                 ATUALIZACAO DO MESTRE E RECUSADA: UM     *
022630*                 REWRITE DO TERMINAL NESSA JANELA SOME    *
022640*                 SOB O REWRITE DO LOTE. SUPERVISOR PODE   *
022650*                 FORCAR EM EMERGENCIA, E O FORCAMENTO     *
022660*                 FICA LOGADO NO CLIMLOG.                  *
022670*----------------------------------------------------------*
022680 0700-VERIFICAR-INTERLOCK.
022690     OPEN INPUT CONTROLE.
022700     IF FS-CONTROLE NOT = "00"
022710         GO TO 0700-VERIFICAR-INTERLOCK-FIM
022720     END-IF.
022730     READ CONTROLE
022740         AT END
022750             GO TO 0700-VERIFICAR-INTERLOCK-FIM
022760     END-READ.
022770     IF CTRL-EM-PROCESSAMENTO NOT = "S"
022780         GO TO 0700-VERIFICAR-INTERLOCK-FIM
022790     END-IF.
022800     DISPLAY "CLIMAINT: LOTE DE JUROS EM PROCESSAMENTO - "
022810             "ATUALIZACAO DO MESTRE BLOQUEADA".
022820     IF WRK-PERFIL-OPERADOR = "S"
022830         DISPLAY "FORCAR MESMO ASSIM (S/N)? "
022840         ACCEPT WRK-FORCAR
022850         IF WRK-FORCAR = "S"
022860             MOVE WRK-OPCAO TO MLOG-FUNCAO
022870             MOVE "INTERLOCK   " TO MLOG-CAMPO
022880             MOVE "BLOQUEADO" TO MLOG-ANTES
022890             MOVE "FORCADO PELO SUPERVISOR" TO MLOG-DEPOIS
022900             MOVE ZEROS TO CLI-ID
022910             PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
022920             GO TO 0700-VERIFICAR-INTERLOCK-FIM
022930         END-IF
022940     END-IF.
022950     MOVE "N" TO WRK-AUTORIZADO.
022960     MOVE WRK-OPCAO TO MLOG-FUNCAO.
022970     MOVE "INTERLOCK   " TO MLOG-CAMPO.
022980     MOVE "EM PROCESSAMENTO" TO MLOG-ANTES.
022990     MOVE "RECUSADO" TO MLOG-DEPOIS.
023000     MOVE ZEROS TO CLI-ID.
023010     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
023020 0700-VERIFICAR-INTERLOCK-FIM.
023030     CLOSE CONTROLE.
023040 0700-VERIFICAR-INTERLOCK-EXIT.
023050     EXIT.
023060
023070*----------------------------------------------------------*
023080* 6400-MANTER-PROCURADOR - PROCURADORES E REPRESENTANTES   *
023090*                   AUTORIZADOS DA CONTA (CLIPROC): LISTA  *
023100*                   OS REGISTRADOS E INCLUI/ALTERA OU      *
023110*                   REVOGA UM DELES                        *
023120*----------------------------------------------------------*
023130 6400-MANTER-PROCURADOR.
023140     IF NOT ARQUIVO-PROC-OK
023150         DISPLAY "CLIMAINT: CLIPROC INDISPONIVEL - PROCURADORES "
023160                 "NAO MANTIDOS"
023170         GO TO 6400-MANTER-PROCURADOR-EXIT
023180     END-IF.
023190     DISPLAY "NUMERO DO CLIENTE: ".
023200     ACCEPT CLI-ID.
023210     READ CLIENTES-MASTER
023220         INVALID KEY
023230             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
023240             GO TO 6400-MANTER-PROCURADOR-EXIT
023250     END-READ.
023260     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
023270     PERFORM 6410-LISTAR-PROCURADORES
023280             THRU 6410-LISTAR-PROCURADORES-EXIT.
023290     DISPLAY "I - INCLUIR/ALTERAR  R - REVOGAR  "
023300             "(OUTRA TECLA VOLTA): ".
023310     ACCEPT WRK-ACAO-PROC.
023320     EVALUATE WRK-ACAO-PROC
023330         WHEN "I"
023340             IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
023350                 DISPLAY "CLIMAINT: CONTA ENCERRADA EM "
023360                         CLI-DATA-ENCERRAMENTO
023370                         " - PROCURADOR NAO INCLUIDO"
023380             ELSE
023390                 PERFORM 6430-GRAVAR-PROCURADOR
023400                         THRU 6430-GRAVAR-PROCURADOR-EXIT
023410             END-IF
023420         WHEN "R"
023430             PERFORM 6470-REVOGAR-PROCURADOR
023440                     THRU 6470-REVOGAR-PROCURADOR-EXIT
023450         WHEN OTHER
023460             CONTINUE
023470     END-EVALUATE.
023480 6400-MANTER-PROCURADOR-EXIT.
023490     EXIT.
023500
023510*----------------------------------------------------------*
023520* 6410-LISTAR-PROCURADORES - LISTA OS REPRESENTANTES DO    *
023530*                   CLIENTE CORRENTE, VIGENTES OU NAO      *
023540*----------------------------------------------------------*
023550 6410-LISTAR-PROCURADORES.
023560     MOVE ZEROS TO WRK-QTD-PROC.
023570     MOVE "N" TO WRK-FIM-PRC.
023580     MOVE CLI-ID TO PRC-CLI-ID.
023590     MOVE ZEROS  TO PRC-CPF.
023600     START PROCURADORES KEY IS NOT LESS THAN PRC-CHAVE
023610         INVALID KEY
023620             SET FIM-PROCURADORES TO TRUE
023630     END-START.
023640     DISPLAY "REPRESENTANTES DA CONTA " CLI-ID
023650             " - PODERES SAQUE/TRANSF/ENCERRA:".
023660     PERFORM 6420-MOSTRAR-PROCURADOR
023670             THRU 6420-MOSTRAR-PROCURADOR-EXIT
023680             UNTIL FIM-PROCURADORES.
023690     IF WRK-QTD-PROC = ZEROS
023700         DISPLAY "  NENHUM REPRESENTANTE REGISTRADO"
023710     END-IF.
023720 6410-LISTAR-PROCURADORES-EXIT.
023730     EXIT.
023740
023750*----------------------------------------------------------*
023760* 6420-MOSTRAR-PROCURADOR - EXIBE UM REPRESENTANTE         *
023770*----------------------------------------------------------*
023780 6420-MOSTRAR-PROCURADOR.
023790     READ PROCURADORES NEXT RECORD
023800         AT END
023810             SET FIM-PROCURADORES TO TRUE
023820             GO TO 6420-MOSTRAR-PROCURADOR-EXIT
023830     END-READ.
023840     IF PRC-CLI-ID NOT = CLI-ID
023850         SET FIM-PROCURADORES TO TRUE
023860         GO TO 6420-MOSTRAR-PROCURADOR-EXIT
023870     END-IF.
023880     ADD 1 TO WRK-QTD-PROC.
023890     MOVE PRC-LIMITE TO WRK-LIMITE-PRC-ED.
023900     DISPLAY "  " PRC-CPF " " PRC-NOME " " PRC-QUALIFICACAO
023910             " " PRC-PODERES " LIMITE " WRK-LIMITE-PRC-ED.
023920     IF PRC-REVOGADA
023930         DISPLAY "      REVOGADO EM " PRC-DATA-REVOGACAO
023940     ELSE
023950         IF PRC-DATA-VALIDADE < WRK-DATA-HOJE
023960             DISPLAY "      VENCIDO EM " PRC-DATA-VALIDADE
023970         ELSE
023980             DISPLAY "      VIGENTE DE " PRC-DATA-INICIO " ATE "
023990                     PRC-DATA-VALIDADE
024000         END-IF
024010     END-IF.
024020 6420-MOSTRAR-PROCURADOR-EXIT.
024030     EXIT.
024040
024050*----------------------------------------------------------*
024060* 6430-GRAVAR-PROCURADOR - INCLUI UM REPRESENTANTE NA      *
024070*                   CONTA OU, JA REGISTRADO O CPF,         *
024080*                   REGRAVA PODERES, LIMITE E VIGENCIA     *
024090*                   (REVOGADO VOLTA A VIGORAR A PARTIR DE  *
024100*                   HOJE). O CPF E CONFERIDO PELO DOCVALID *
024110*----------------------------------------------------------*
024120 6430-GRAVAR-PROCURADOR.
024130     DISPLAY "CPF DO REPRESENTANTE: ".
024140     ACCEPT WRK-CPF-PROC.
024150     MOVE WRK-CPF-PROC TO WRK-DOC-PROC.
024160     CALL "DOCVALID" USING WRK-DOC-PROC WRK-TIPO-DOC-PROC
024170             WRK-DOC-VALIDO.
024180     IF DOCUMENTO-COM-ERRO
024190         DISPLAY "CLIMAINT: CPF INVALIDO - REPRESENTANTE NAO "
024200                 "GRAVADO"
024210         GO TO 6430-GRAVAR-PROCURADOR-EXIT
024220     END-IF.
024230     IF CLI-TIPO-DOC = "F" AND CLI-DOCUMENTO = WRK-DOC-PROC
024240         DISPLAY "CLIMAINT: CPF E DO TITULAR PRINCIPAL - "
024250                 "REPRESENTANTE NAO GRAVADO"
024260         GO TO 6430-GRAVAR-PROCURADOR-EXIT
024270     END-IF.
024280     MOVE CLI-ID       TO PRC-CLI-ID.
024290     MOVE WRK-CPF-PROC TO PRC-CPF.
024300     MOVE "N" TO WRK-PRC-EXISTE.
024310     MOVE SPACES TO WRK-IMAGEM-PROC.
024320     MOVE ZEROS TO WRK-ANTES-LIMITE-PRC.
024330     READ PROCURADORES
024340         INVALID KEY
024350             INITIALIZE PRC-REGISTRO
024360             MOVE CLI-ID       TO PRC-CLI-ID
024370             MOVE WRK-CPF-PROC TO PRC-CPF
024380         NOT INVALID KEY
024390             SET PROCURADOR-EXISTENTE TO TRUE
024400     END-READ.
024410     IF PROCURADOR-EXISTENTE
024420         MOVE PRC-CPF           TO WRK-IMG-CPF
024430         MOVE PRC-PODERES       TO WRK-IMG-PODERES
024440         MOVE PRC-DATA-VALIDADE TO WRK-IMG-VALIDADE
024450         MOVE PRC-SITUACAO      TO WRK-IMG-SITUACAO
024460         MOVE PRC-LIMITE        TO WRK-ANTES-LIMITE-PRC
024470         DISPLAY "REPRESENTANTE JA REGISTRADO: " PRC-NOME
024480                 " PODERES " PRC-PODERES " SITUACAO "
024490                 PRC-SITUACAO
024500         DISPLAY "CONFIRMA A ALTERACAO (S/N): "
024510         ACCEPT WRK-CONFIRMA
024520         IF WRK-CONFIRMA NOT = "S"
024530             DISPLAY "CLIMAINT: ALTERACAO CANCELADA PELO OPERADOR"
024540             GO TO 6430-GRAVAR-PROCURADOR-EXIT
024550         END-IF
024560     END-IF.
024570     MOVE WRK-IMAGEM-PROC TO MLOG-ANTES.
024580     DISPLAY "NOME DO REPRESENTANTE: ".
024590     ACCEPT PRC-NOME.
024600     IF PRC-NOME = SPACES
024610         DISPLAY "CLIMAINT: NOME OBRIGATORIO - REPRESENTANTE NAO "
024620                 "GRAVADO"
024630         GO TO 6430-GRAVAR-PROCURADOR-EXIT
024640     END-IF.
024650     DISPLAY "QUALIFICACAO (P-PROCURADOR/D-DIRIGENTE DA "
024660             "EMPRESA): ".
024670     ACCEPT PRC-QUALIFICACAO.
024680     IF NOT PRC-PROCURADOR AND NOT PRC-DIRIGENTE
024690         DISPLAY "CLIMAINT: QUALIFICACAO INVALIDA - "
024700                 "REPRESENTANTE NAO GRAVADO"
024710         GO TO 6430-GRAVAR-PROCURADOR-EXIT
024720     END-IF.
024730     DISPLAY "PODE SACAR (S/N): ".
024740     ACCEPT PRC-PODER-SAQUE.
024750     DISPLAY "PODE TRANSFERIR (S/N): ".
024760     ACCEPT PRC-PODER-TRANSF.
024770     DISPLAY "PODE ENCERRAR A CONTA (S/N): ".
024780     ACCEPT PRC-PODER-ENCERR.
024790     IF (PRC-PODER-SAQUE  NOT = "S" AND NOT = "N")
024800         OR (PRC-PODER-TRANSF NOT = "S" AND NOT = "N")
024810         OR (PRC-PODER-ENCERR NOT = "S" AND NOT = "N")
024820         OR PRC-PODERES = "NNN"
024830         DISPLAY "CLIMAINT: PODERES INVALIDOS OU NENHUM PODER "
024840                 "CONCEDIDO - REPRESENTANTE NAO GRAVADO"
024850         GO TO 6430-GRAVAR-PROCURADOR-EXIT
024860     END-IF.
024870     DISPLAY "LIMITE POR MOVIMENTO (SO DIGITOS, ZERO = SEM "
024880             "LIMITE): ".
024890     ACCEPT PRC-LIMITE.
024900     DISPLAY "FIM DA VIGENCIA (AAAAMMDD): ".
024910     ACCEPT PRC-DATA-VALIDADE.
024920     MOVE PRC-DATA-VALIDADE(5:2) TO WRK-MES-VALIDADE.
024930     MOVE PRC-DATA-VALIDADE(7:2) TO WRK-DIA-VALIDADE.
024940     IF PRC-DATA-VALIDADE < WRK-DATA-HOJE
024950         OR WRK-MES-VALIDADE < 1 OR WRK-MES-VALIDADE > 12
024960         OR WRK-DIA-VALIDADE < 1 OR WRK-DIA-VALIDADE > 31
024970         DISPLAY "CLIMAINT: FIM DA VIGENCIA INVALIDO - "
024980                 "REPRESENTANTE NAO GRAVADO"
024990         GO TO 6430-GRAVAR-PROCURADOR-EXIT
025000     END-IF.
025010     IF NOT PROCURADOR-EXISTENTE OR PRC-REVOGADA
025020         MOVE WRK-DATA-HOJE TO PRC-DATA-INICIO
025030     END-IF.
025040     SET PRC-ATIVA TO TRUE.
025050     MOVE ZEROS         TO PRC-DATA-REVOGACAO.
025060     MOVE WRK-OPERADOR  TO PRC-OPERADOR.
025070     MOVE WRK-DATA-HOJE TO PRC-DATA-ALTERACAO.
025080     IF PROCURADOR-EXISTENTE
025090         REWRITE PRC-REGISTRO
025100             INVALID KEY
025110                 DISPLAY "CLIMAINT: ERRO AO REGRAVAR CLIPROC - "
025120                         "STATUS " FS-PROCURADORES
025130                 GO TO 6430-GRAVAR-PROCURADOR-EXIT
025140         END-REWRITE
025150     ELSE
025160         WRITE PRC-REGISTRO
025170             INVALID KEY
025180                 DISPLAY "CLIMAINT: ERRO AO GRAVAR CLIPROC - "
025190                         "STATUS " FS-PROCURADORES
025200                 GO TO 6430-GRAVAR-PROCURADOR-EXIT
025210         END-WRITE
025220     END-IF.
025230     DISPLAY "CLIMAINT: REPRESENTANTE " PRC-CPF " GRAVADO NO "
025240             "CLIENTE " CLI-ID " ATE " PRC-DATA-VALIDADE.
025250     MOVE PRC-CPF           TO WRK-IMG-CPF.
025260     MOVE PRC-PODERES       TO WRK-IMG-PODERES.
025270     MOVE PRC-DATA-VALIDADE TO WRK-IMG-VALIDADE.
025280     MOVE PRC-SITUACAO      TO WRK-IMG-SITUACAO.
025290     MOVE "P" TO MLOG-FUNCAO.
025300     MOVE "PROCURADOR  " TO MLOG-CAMPO.
025310     MOVE WRK-IMAGEM-PROC TO MLOG-DEPOIS.
025320     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
025330     IF PRC-LIMITE NOT = WRK-ANTES-LIMITE-PRC
025340         MOVE "LIMITE PROC " TO MLOG-CAMPO
025350         MOVE WRK-ANTES-LIMITE-PRC TO WRK-LIMITE-PRC-ED
025360         MOVE WRK-LIMITE-PRC-ED TO MLOG-ANTES
025370         MOVE PRC-LIMITE TO WRK-LIMITE-PRC-ED
025380         MOVE WRK-LIMITE-PRC-ED TO MLOG-DEPOIS
025390         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
025400     END-IF.
025410 6430-GRAVAR-PROCURADOR-EXIT.
025420     EXIT.
025430
025440*----------------------------------------------------------*
025450* 6470-REVOGAR-PROCURADOR - REVOGA UM REPRESENTANTE DA     *
025460*                   CONTA. O REGISTRO NAO E EXCLUIDO: FICA *
025470*                   COMO EVIDENCIA, COM A DATA DA          *
025480*                   REVOGACAO                              *
025490*----------------------------------------------------------*
025500 6470-REVOGAR-PROCURADOR.
025510     DISPLAY "CPF DO REPRESENTANTE A REVOGAR: ".
025520     ACCEPT WRK-CPF-PROC.
025530     MOVE CLI-ID       TO PRC-CLI-ID.
025540     MOVE WRK-CPF-PROC TO PRC-CPF.
025550     READ PROCURADORES
025560         INVALID KEY
025570             DISPLAY "CLIMAINT: REPRESENTANTE NAO ENCONTRADO"
025580             GO TO 6470-REVOGAR-PROCURADOR-EXIT
025590     END-READ.
025600     IF PRC-REVOGADA
025610         DISPLAY "CLIMAINT: REPRESENTANTE JA REVOGADO EM "
025620                 PRC-DATA-REVOGACAO
025630         GO TO 6470-REVOGAR-PROCURADOR-EXIT
025640     END-IF.
025650     DISPLAY "REVOGAR " PRC-NOME " (S/N): ".
025660     ACCEPT WRK-CONFIRMA.
025670     IF WRK-CONFIRMA NOT = "S"
025680         DISPLAY "CLIMAINT: REVOGACAO CANCELADA PELO OPERADOR"
025690         GO TO 6470-REVOGAR-PROCURADOR-EXIT
025700     END-IF.
025710     MOVE PRC-CPF           TO WRK-IMG-CPF.
025720     MOVE PRC-PODERES       TO WRK-IMG-PODERES.
025730     MOVE PRC-DATA-VALIDADE TO WRK-IMG-VALIDADE.
025740     MOVE PRC-SITUACAO      TO WRK-IMG-SITUACAO.
025750     MOVE WRK-IMAGEM-PROC   TO MLOG-ANTES.
025760     SET PRC-REVOGADA TO TRUE.
025770     MOVE WRK-DATA-HOJE TO PRC-DATA-REVOGACAO PRC-DATA-ALTERACAO.
025780     MOVE WRK-OPERADOR  TO PRC-OPERADOR.
025790     REWRITE PRC-REGISTRO
025800         INVALID KEY
025810             DISPLAY "CLIMAINT: ERRO AO REGRAVAR CLIPROC - "
025820                     "STATUS " FS-PROCURADORES
025830             GO TO 6470-REVOGAR-PROCURADOR-EXIT
025840     END-REWRITE.
025850     DISPLAY "CLIMAINT: REPRESENTANTE " PRC-CPF " DO CLIENTE "
025860             CLI-ID " REVOGADO EM " PRC-DATA-REVOGACAO.
025870     MOVE PRC-SITUACAO TO WRK-IMG-SITUACAO.
025880     MOVE "P" TO MLOG-FUNCAO.
025890     MOVE "PROCURADOR  " TO MLOG-CAMPO.
025900     MOVE WRK-IMAGEM-PROC TO MLOG-DEPOIS.
025910     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
025920 6470-REVOGAR-PROCURADOR-EXIT.
025930     EXIT.
025940
025950*----------------------------------------------------------*
025960* 6480-CONFERIR-PODER-ENCERRAR - O REPRESENTANTE QUE PEDE  *
025970*                   O ENCERRAMENTO DA CONTA CORRENTE TEM   *
025980*                   QUE ESTAR ATIVO, DENTRO DA VIGENCIA E  *
025990*                   COM PODER DE ENCERRAR                  *
026000*----------------------------------------------------------*
026010 6480-CONFERIR-PODER-ENCERRAR.
026020     MOVE "N" TO WRK-PODER-OK.
026030     IF NOT ARQUIVO-PROC-OK
026040         DISPLAY "CLIMAINT: CLIPROC INDISPONIVEL - PODER DO "
026050                 "REPRESENTANTE NAO CONFERIDO, ENCERRAMENTO "
026060                 "RECUSADO"
026070         GO TO 6480-CONFERIR-PODER-ENCERRAR-EXIT
026080     END-IF.
026090     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
026100     MOVE CLI-ID       TO PRC-CLI-ID.
026110     MOVE WRK-CPF-PROC TO PRC-CPF.
026120     READ PROCURADORES
026130         INVALID KEY
026140             DISPLAY "CLIMAINT: CPF " WRK-CPF-PROC " NAO E "
026150                     "REPRESENTANTE DA CONTA - ENCERRAMENTO "
026160                     "RECUSADO"
026170             GO TO 6480-CONFERIR-PODER-ENCERRAR-EXIT
026180     END-READ.
026190     IF NOT PRC-ATIVA
026200         OR PRC-DATA-INICIO > WRK-DATA-HOJE
026210         OR PRC-DATA-VALIDADE < WRK-DATA-HOJE
026220         DISPLAY "CLIMAINT: REPRESENTACAO REVOGADA OU FORA DA "
026230                 "VIGENCIA - ENCERRAMENTO RECUSADO"
026240         GO TO 6480-CONFERIR-PODER-ENCERRAR-EXIT
026250     END-IF.
026260     IF NOT PRC-PODE-ENCERRAR
026270         DISPLAY "CLIMAINT: REPRESENTANTE SEM PODER DE ENCERRAR "
026280                 "A CONTA - ENCERRAMENTO RECUSADO"
026290         GO TO 6480-CONFERIR-PODER-ENCERRAR-EXIT
026300     END-IF.
026310     SET PODER-ENCERRAR-OK TO TRUE.
026320 6480-CONFERIR-PODER-ENCERRAR-EXIT.
026330     EXIT.
026340
026350*----------------------------------------------------------*
026360* 6500-INCLUIR-TITULAR - INCLUI UM TITULAR ADICIONAL NUMA  *
026370*                   CONTA JA CADASTRADA, COM O CPF/CNPJ    *
026380*                   CONFERIDO PELO DOCVALID, NA PROXIMA    *
026390*                   SEQUENCIA LIVRE DO CLIENTE             *
026400*----------------------------------------------------------*
026410 6500-INCLUIR-TITULAR.
026420     DISPLAY "NUMERO DO CLIENTE: ".
026430     ACCEPT CLI-ID.
026440     READ CLIENTES-MASTER
026450         INVALID KEY
026460             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
026470             GO TO 6500-INCLUIR-TITULAR-EXIT
026480     END-READ.
026490     PERFORM 6550-ACHAR-SEQ-LIVRE
026500             THRU 6550-ACHAR-SEQ-LIVRE-EXIT.
026510     IF WRK-SEQ-LIVRE = ZEROS
026520         DISPLAY "CLIMAINT: CONTA JA TEM 99 TITULARES"
026530         GO TO 6500-INCLUIR-TITULAR-EXIT
026540     END-IF.
026550     MOVE CLI-ID        TO TIT-CLI-ID.
026560     MOVE WRK-SEQ-LIVRE TO TIT-SEQ.
026570     DISPLAY "NOME DO TITULAR  : ".
026580     ACCEPT TIT-NOME.
026590     DISPLAY "TIPO DE DOCUMENTO (F-CPF/J-CNPJ): ".
026600     ACCEPT TIT-TIPO-DOC.
026610     DISPLAY "NUMERO DO CPF OU CNPJ (SO DIGITOS): ".
026620     ACCEPT TIT-DOCUMENTO.
026630     CALL "DOCVALID" USING TIT-DOCUMENTO TIT-TIPO-DOC
026640             WRK-DOC-VALIDO.
026650     IF DOCUMENTO-COM-ERRO
026660         DISPLAY "CLIMAINT: CPF/CNPJ INVALIDO - TITULAR NAO "
026670                 "INCLUIDO"
026680         GO TO 6500-INCLUIR-TITULAR-EXIT
026690     END-IF.
026700     PERFORM 6520-CRITICAR-TITULAR-DUP
026710             THRU 6520-CRITICAR-TITULAR-DUP-EXIT.
026720     IF DOCUMENTO-DUPLICADO
026730         DISPLAY "CLIMAINT: CPF/CNPJ JA E TITULAR DO CLIENTE "
026740                 CLI-ID " - TITULAR NAO INCLUIDO"
026750         GO TO 6500-INCLUIR-TITULAR-EXIT
026760     END-IF.
026770     WRITE TIT-REGISTRO
026780         INVALID KEY
026790             DISPLAY "CLIMAINT: TITULAR " TIT-CHAVE
026800                     " JA EXISTE"
026810         NOT INVALID KEY
026820             DISPLAY "CLIMAINT: TITULAR " TIT-SEQ
026830                     " INCLUIDO NO CLIENTE " CLI-ID
026840             MOVE "T" TO MLOG-FUNCAO
026850             MOVE "TITULAR     " TO MLOG-CAMPO
026860             MOVE SPACES TO MLOG-ANTES
026870             MOVE TIT-NOME TO MLOG-DEPOIS
026880             PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
026890             PERFORM 7200-GRAVAR-XREF-TITULAR
026900                     THRU 7200-GRAVAR-XREF-TITULAR-EXIT
026910     END-WRITE.
026920 6500-INCLUIR-TITULAR-EXIT.
026930     EXIT.
026940
026950*----------------------------------------------------------*
026960* 6520-CRITICAR-TITULAR-DUP - O DOCUMENTO DO NOVO TITULAR  *
026970*                   JA TEM ENTRADA NO CLIXREF PARA ESTA    *
026980*                   CONTA (PRINCIPAL OU ADICIONAL): UMA    *
026990*                   LEITURA PELA CHAVE DOCUMENTO + CLIENTE *
027000*----------------------------------------------------------*
027010 6520-CRITICAR-TITULAR-DUP.
027020     MOVE "N" TO WRK-DOC-DUP.
027030     IF NOT ARQUIVO-XREF-OK
027040         GO TO 6520-CRITICAR-TITULAR-DUP-EXIT
027050     END-IF.
027060     MOVE TIT-DOCUMENTO TO XRF-DOCUMENTO.
027070     MOVE CLI-ID        TO XRF-CLI-ID.
027080     MOVE ZEROS         TO XRF-SEQ.
027090     START REFERENCIA KEY IS NOT LESS THAN XRF-CHAVE
027100         INVALID KEY
027110             GO TO 6520-CRITICAR-TITULAR-DUP-EXIT
027120     END-START.
027130     READ REFERENCIA NEXT RECORD
027140         AT END
027150             GO TO 6520-CRITICAR-TITULAR-DUP-EXIT
027160     END-READ.
027170     IF XRF-DOCUMENTO = TIT-DOCUMENTO AND XRF-CLI-ID = CLI-ID
027180         SET DOCUMENTO-DUPLICADO TO TRUE
027190     END-IF.
027200 6520-CRITICAR-TITULAR-DUP-EXIT.
027210     EXIT.
027220
027230*----------------------------------------------------------*
027240* 6550-ACHAR-SEQ-LIVRE - PROCURA A PROXIMA SEQUENCIA LIVRE *
027250*                   DE TITULAR DO CLIENTE CORRENTE (ZERO   *
027260*                   QUANDO TODAS AS 99 ESTAO OCUPADAS)     *
027270*----------------------------------------------------------*
027280 6550-ACHAR-SEQ-LIVRE.
027290     MOVE 1 TO WRK-SEQ-LIVRE.
027300     MOVE "N" TO WRK-FIM-TIT.
027310     MOVE CLI-ID TO TIT-CLI-ID.
027320     MOVE ZEROS  TO TIT-SEQ.
027330     START TITULARES KEY IS GREATER THAN TIT-CHAVE
027340         INVALID KEY
027350             SET FIM-TITULARES TO TRUE
027360     END-START.
027370     PERFORM 6560-LER-TITULAR THRU 6560-LER-TITULAR-EXIT
027380             UNTIL FIM-TITULARES.
027390 6550-ACHAR-SEQ-LIVRE-EXIT.
027400     EXIT.
027410
027420*----------------------------------------------------------*
027430* 6560-LER-TITULAR - AVANCA PELOS TITULARES DO CLIENTE     *
027440*----------------------------------------------------------*
027450 6560-LER-TITULAR.
027460     READ TITULARES NEXT RECORD
027470         AT END
027480             SET FIM-TITULARES TO TRUE
027490             GO TO 6560-LER-TITULAR-EXIT
027500     END-READ.
027510     IF TIT-CLI-ID NOT = CLI-ID
027520         SET FIM-TITULARES TO TRUE
027530         GO TO 6560-LER-TITULAR-EXIT
027540     END-IF.
027550     IF TIT-SEQ >= 99
027560         MOVE ZEROS TO WRK-SEQ-LIVRE
027570         SET FIM-TITULARES TO TRUE
027580         GO TO 6560-LER-TITULAR-EXIT
027590     END-IF.
027600     COMPUTE WRK-SEQ-LIVRE = TIT-SEQ + 1.
027610 6560-LER-TITULAR-EXIT.
027620     EXIT.
027630
027640*----------------------------------------------------------*
027650* 6600-RETIRAR-TITULAR - EXCLUI UM TITULAR ADICIONAL DE    *
027660*                   UMA CONTA, PELA CHAVE CLIENTE +        *
027670*                   SEQUENCIA                              *
027680*----------------------------------------------------------*
027690 6600-RETIRAR-TITULAR.
027700     DISPLAY "NUMERO DO CLIENTE: ".
027710     ACCEPT TIT-CLI-ID.
027720     DISPLAY "SEQUENCIA DO TITULAR: ".
027730     ACCEPT TIT-SEQ.
027740     READ TITULARES
027750         INVALID KEY
027760             DISPLAY "CLIMAINT: TITULAR NAO ENCONTRADO"
027770             GO TO 6600-RETIRAR-TITULAR-EXIT
027780     END-READ.
027790     MOVE TIT-NOME TO WRK-ANTES-NOME.
027800     MOVE TIT-DOCUMENTO TO WRK-ANTES-DOC.
027810     DELETE TITULARES
027820         INVALID KEY
027830             DISPLAY "CLIMAINT: ERRO AO EXCLUIR TITULAR - "
027840                     "STATUS " FS-TITULARES
027850             GO TO 6600-RETIRAR-TITULAR-EXIT
027860     END-DELETE.
027870     DISPLAY "CLIMAINT: TITULAR " TIT-SEQ " RETIRADO DO "
027880             "CLIENTE " TIT-CLI-ID.
027890     PERFORM 7300-EXCLUIR-XREF-TITULAR
027900             THRU 7300-EXCLUIR-XREF-TITULAR-EXIT.
027910     MOVE TIT-CLI-ID TO CLI-ID.
027920     MOVE "R" TO MLOG-FUNCAO.
027930     MOVE "TITULAR     " TO MLOG-CAMPO.
027940     MOVE WRK-ANTES-NOME TO MLOG-ANTES.
027950     MOVE SPACES TO MLOG-DEPOIS.
027960     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
027970 6600-RETIRAR-TITULAR-EXIT.
027980     EXIT.
027990
028000*----------------------------------------------------------*
028010* 6700-INCLUIR-BLOQUEIO - REGISTRA UM BLOQUEIO JUDICIAL    *
028020*                   OU ADMINISTRATIVO DE SALDO NA PROXIMA  *
028030*                   SEQUENCIA LIVRE DO CLIENTE. O VALOR    *
028040*                   BLOQUEADO PASSA A SER DESCONTADO DO    *
028050*                   SALDO DISPONIVEL NA CRITICA DE SAQUE   *
028060*                   DO CLIMOVTO.                           *
028070*----------------------------------------------------------*
028080 6700-INCLUIR-BLOQUEIO.
028090     DISPLAY "NUMERO DO CLIENTE: ".
028100     ACCEPT CLI-ID.
028110     READ CLIENTES-MASTER
028120         INVALID KEY
028130             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
028140             GO TO 6700-INCLUIR-BLOQUEIO-EXIT
028150     END-READ.
028160     PERFORM 6750-ACHAR-SEQ-BLOQUEIO
028170             THRU 6750-ACHAR-SEQ-BLOQUEIO-EXIT.
028180     IF WRK-SEQ-LIVRE = ZEROS
028190         DISPLAY "CLIMAINT: CLIENTE JA TEM 99 BLOQUEIOS"
028200         GO TO 6700-INCLUIR-BLOQUEIO-EXIT
028210     END-IF.
028220     MOVE CLI-ID        TO BLQ-CLI-ID.
028230     MOVE WRK-SEQ-LIVRE TO BLQ-SEQ.
028240     DISPLAY "VALOR A BLOQUEAR (SO DIGITOS): ".
028250     ACCEPT BLQ-VALOR.
028260     IF BLQ-VALOR = ZEROS
028270         DISPLAY "CLIMAINT: VALOR ZERADO - BLOQUEIO NAO "
028280                 "INCLUIDO"
028290         GO TO 6700-INCLUIR-BLOQUEIO-EXIT
028300     END-IF.
028310     DISPLAY "ORIGEM (J-JUDICIAL/A-ADMINISTRATIVO): ".
028320     ACCEPT BLQ-ORIGEM.
028330     IF NOT BLQ-JUDICIAL AND NOT BLQ-ADMINISTRATIVO
028340         DISPLAY "CLIMAINT: ORIGEM INVALIDA - BLOQUEIO NAO "
028350                 "INCLUIDO"
028360         GO TO 6700-INCLUIR-BLOQUEIO-EXIT
028370     END-IF.
028380     DISPLAY "NUMERO DO PROCESSO: ".
028390     ACCEPT BLQ-PROCESSO.
028400     ACCEPT BLQ-DATA-ENTRADA FROM DATE YYYYMMDD.
028410     MOVE ZEROS TO BLQ-DATA-LIBERACAO.
028420     WRITE BLQ-REGISTRO
028430         INVALID KEY
028440             DISPLAY "CLIMAINT: BLOQUEIO " BLQ-CHAVE
028450                     " JA EXISTE"
028460         NOT INVALID KEY
028470             DISPLAY "CLIMAINT: BLOQUEIO " BLQ-SEQ
028480                     " INCLUIDO NO CLIENTE " CLI-ID
028490             MOVE "B" TO MLOG-FUNCAO
028500             MOVE "BLOQUEIO    " TO MLOG-CAMPO
028510             MOVE BLQ-PROCESSO TO MLOG-ANTES
028520             MOVE BLQ-VALOR TO WRK-VALOR-BLOQ-ED
028530             MOVE WRK-VALOR-BLOQ-ED TO MLOG-DEPOIS
028540             PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
028550     END-WRITE.
028560 6700-INCLUIR-BLOQUEIO-EXIT.
028570     EXIT.
028580
028590*----------------------------------------------------------*
028600* 6750-ACHAR-SEQ-BLOQUEIO - PROCURA A PROXIMA SEQUENCIA    *
028610*                   LIVRE DE BLOQUEIO DO CLIENTE CORRENTE  *
028620*                   (ZERO QUANDO TODAS ESTAO OCUPADAS)     *
028630*----------------------------------------------------------*
028640 6750-ACHAR-SEQ-BLOQUEIO.
028650     MOVE 1 TO WRK-SEQ-LIVRE.
028660     MOVE "N" TO WRK-FIM-BLQ.
028670     MOVE CLI-ID TO BLQ-CLI-ID.
028680     MOVE ZEROS  TO BLQ-SEQ.
028690     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
028700         INVALID KEY
028710             SET FIM-BLOQUEIOS TO TRUE
028720     END-START.
028730     PERFORM 6760-LER-BLOQUEIO THRU 6760-LER-BLOQUEIO-EXIT
028740             UNTIL FIM-BLOQUEIOS.
028750 6750-ACHAR-SEQ-BLOQUEIO-EXIT.
028760     EXIT.
028770
028780*----------------------------------------------------------*
028790* 6760-LER-BLOQUEIO - AVANCA PELOS BLOQUEIOS DO CLIENTE    *
028800*----------------------------------------------------------*
028810 6760-LER-BLOQUEIO.
028820     READ BLOQUEIOS NEXT RECORD
028830         AT END
028840             SET FIM-BLOQUEIOS TO TRUE
028850             GO TO 6760-LER-BLOQUEIO-EXIT
028860     END-READ.
028870     IF BLQ-CLI-ID NOT = CLI-ID
028880         SET FIM-BLOQUEIOS TO TRUE
028890         GO TO 6760-LER-BLOQUEIO-EXIT
028900     END-IF.
028910     IF BLQ-SEQ >= 99
028920         MOVE ZEROS TO WRK-SEQ-LIVRE
028930         SET FIM-BLOQUEIOS TO TRUE
028940         GO TO 6760-LER-BLOQUEIO-EXIT
028950     END-IF.
028960     COMPUTE WRK-SEQ-LIVRE = BLQ-SEQ + 1.
028970 6760-LER-BLOQUEIO-EXIT.
028980     EXIT.
028990
029000*----------------------------------------------------------*
029010* 6800-LIBERAR-BLOQUEIO - GRAVA A DATA DE LIBERACAO DE UM  *
029020*                   BLOQUEIO (DATA DO SISTEMA). O REGISTRO *
029030*                   NAO E EXCLUIDO: FICA COMO EVIDENCIA DA *
029040*                   VIGENCIA, E O VALOR DEIXA DE CONTAR NO *
029050*                   SALDO BLOQUEADO A PARTIR DA DATA.      *
029060*----------------------------------------------------------*
029070 6800-LIBERAR-BLOQUEIO.
029080     DISPLAY "NUMERO DO CLIENTE: ".
029090     ACCEPT BLQ-CLI-ID.
029100     DISPLAY "SEQUENCIA DO BLOQUEIO: ".
029110     ACCEPT BLQ-SEQ.
029120     READ BLOQUEIOS
029130         INVALID KEY
029140             DISPLAY "CLIMAINT: BLOQUEIO NAO ENCONTRADO"
029150             GO TO 6800-LIBERAR-BLOQUEIO-EXIT
029160     END-READ.
029170     IF BLQ-DATA-LIBERACAO NOT = ZEROS
029180         DISPLAY "CLIMAINT: BLOQUEIO JA LIBERADO EM "
029190                 BLQ-DATA-LIBERACAO
029200         GO TO 6800-LIBERAR-BLOQUEIO-EXIT
029210     END-IF.
029220     ACCEPT BLQ-DATA-LIBERACAO FROM DATE YYYYMMDD.
029230     REWRITE BLQ-REGISTRO.
029240     MOVE BLQ-CLI-ID TO CLI-ID.
029250     DISPLAY "CLIMAINT: BLOQUEIO " BLQ-SEQ " DO CLIENTE "
029260             BLQ-CLI-ID " LIBERADO EM " BLQ-DATA-LIBERACAO.
029270     MOVE "L" TO MLOG-FUNCAO.
029280     MOVE "BLOQUEIO    " TO MLOG-CAMPO.
029290     MOVE "VIGENTE" TO MLOG-ANTES.
029300     MOVE "LIBERADO" TO MLOG-DEPOIS.
029310     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
029320 6800-LIBERAR-BLOQUEIO-EXIT.
029330     EXIT.
029340
029350*----------------------------------------------------------*
029360* 6850-SUSTAR-CHEQUE - REGISTRA A CONTRA-ORDEM DE UM       *
029370*                   CHEQUE EMITIDO PELO CLIENTE. O CHEQUE  *
029380*                   SUSTADO APRESENTADO NA COMPENSACAO E   *
029390*                   DEVOLVIDO PELO LOTE CLICHQCP. CHEQUE   *
029400*                   COM SUSTACAO CANCELADA PODE SER        *
029410*                   SUSTADO DE NOVO (REGISTRO REGRAVADO).  *
029420*----------------------------------------------------------*
029430 6850-SUSTAR-CHEQUE.
029440     DISPLAY "NUMERO DO CLIENTE: ".
029450     ACCEPT CLI-ID.
029460     READ CLIENTES-MASTER
029470         INVALID KEY
029480             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
029490             GO TO 6850-SUSTAR-CHEQUE-EXIT
029500     END-READ.
029510     DISPLAY "NUMERO DO CHEQUE: ".
029520     ACCEPT WRK-CHEQUE-ED.
029530     IF WRK-CHEQUE-ED = ZEROS
029540         DISPLAY "CLIMAINT: NUMERO DO CHEQUE ZERADO - SUSTACAO "
029550                 "NAO INCLUIDA"
029560         GO TO 6850-SUSTAR-CHEQUE-EXIT
029570     END-IF.
029580     MOVE CLI-ID        TO SUS-CLI-ID.
029590     MOVE WRK-CHEQUE-ED TO SUS-CHEQUE.
029600     READ SUSTACOES
029610         INVALID KEY
029620             MOVE "N" TO WRK-CONFIRMA
029630         NOT INVALID KEY
029640             MOVE "S" TO WRK-CONFIRMA
029650     END-READ.
029660     IF WRK-CONFIRMA = "S" AND SUS-DATA-CANCELAMENTO = ZEROS
029670         DISPLAY "CLIMAINT: CHEQUE " SUS-CHEQUE " JA SUSTADO "
029680                 "EM " SUS-DATA-ENTRADA
029690         GO TO 6850-SUSTAR-CHEQUE-EXIT
029700     END-IF.
029710     MOVE CLI-ID        TO SUS-CLI-ID.
029720     MOVE WRK-CHEQUE-ED TO SUS-CHEQUE.
029730     DISPLAY "VALOR DO CHEQUE, SE CONHECIDO (SO DIGITOS): ".
029740     ACCEPT SUS-VALOR.
029750     DISPLAY "MOTIVO (R-FURTO/ROUBO E-EXTRAVIO D-DESACORDO "
029760             "O-OUTROS): ".
029770     ACCEPT SUS-MOTIVO.
029780     IF NOT SUS-MOTIVO-VALIDO
029790         DISPLAY "CLIMAINT: MOTIVO INVALIDO - SUSTACAO NAO "
029800                 "INCLUIDA"
029810         GO TO 6850-SUSTAR-CHEQUE-EXIT
029820     END-IF.
029830     DISPLAY "NUMERO DA OCORRENCIA (BOLETIM/PROTOCOLO): ".
029840     ACCEPT SUS-OCORRENCIA.
029850     IF SUS-FURTO-ROUBO AND SUS-OCORRENCIA = SPACES
029860         DISPLAY "CLIMAINT: FURTO/ROUBO EXIGE A OCORRENCIA - "
029870                 "SUSTACAO NAO INCLUIDA"
029880         GO TO 6850-SUSTAR-CHEQUE-EXIT
029890     END-IF.
029900     ACCEPT SUS-DATA-ENTRADA FROM DATE YYYYMMDD.
029910     MOVE ZEROS        TO SUS-DATA-CANCELAMENTO.
029920     MOVE WRK-OPERADOR TO SUS-OPERADOR.
029930     IF WRK-CONFIRMA = "S"
029940         REWRITE SUS-REGISTRO
029950     ELSE
029960         WRITE SUS-REGISTRO
029970     END-IF.
029980     IF FS-SUSTACOES NOT = "00"
029990         DISPLAY "CLIMAINT: ERRO AO GRAVAR CLISUST - STATUS "
030000                 FS-SUSTACOES
030010         GO TO 6850-SUSTAR-CHEQUE-EXIT
030020     END-IF.
030030     DISPLAY "CLIMAINT: CHEQUE " SUS-CHEQUE " DO CLIENTE "
030040             CLI-ID " SUSTADO".
030050     MOVE "O" TO MLOG-FUNCAO.
030060     MOVE "SUSTACAO    " TO MLOG-CAMPO.
030070     MOVE SUS-CHEQUE TO MLOG-ANTES.
030080     MOVE SPACES TO MLOG-DEPOIS.
030090     STRING SUS-MOTIVO " " SUS-OCORRENCIA
030100             DELIMITED BY SIZE INTO MLOG-DEPOIS.
030110     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
030120 6850-SUSTAR-CHEQUE-EXIT.
030130     EXIT.
030140
030150*----------------------------------------------------------*
030160* 6870-CANCELAR-SUSTACAO - GRAVA A DATA DE CANCELAMENTO DA *
030170*                   CONTRA-ORDEM (DATA DO SISTEMA). O      *
030180*                   REGISTRO FICA COMO EVIDENCIA, NOS      *
030190*                   MOLDES DA LIBERACAO DE BLOQUEIO, E O   *
030200*                   CHEQUE VOLTA A SER PAGO NA             *
030210*                   COMPENSACAO.                           *
030220*----------------------------------------------------------*
030230 6870-CANCELAR-SUSTACAO.
030240     DISPLAY "NUMERO DO CLIENTE: ".
030250     ACCEPT SUS-CLI-ID.
030260     DISPLAY "NUMERO DO CHEQUE: ".
030270     ACCEPT SUS-CHEQUE.
030280     READ SUSTACOES
030290         INVALID KEY
030300             DISPLAY "CLIMAINT: SUSTACAO NAO ENCONTRADA"
030310             GO TO 6870-CANCELAR-SUSTACAO-EXIT
030320     END-READ.
030330     IF SUS-DATA-CANCELAMENTO NOT = ZEROS
030340         DISPLAY "CLIMAINT: SUSTACAO JA CANCELADA EM "
030350                 SUS-DATA-CANCELAMENTO
030360         GO TO 6870-CANCELAR-SUSTACAO-EXIT
030370     END-IF.
030380     ACCEPT SUS-DATA-CANCELAMENTO FROM DATE YYYYMMDD.
030390     REWRITE SUS-REGISTRO.
030400     MOVE SUS-CLI-ID TO CLI-ID.
030410     DISPLAY "CLIMAINT: SUSTACAO DO CHEQUE " SUS-CHEQUE
030420             " DO CLIENTE " SUS-CLI-ID " CANCELADA EM "
030430             SUS-DATA-CANCELAMENTO.
030440     MOVE "N" TO MLOG-FUNCAO.
030450     MOVE "SUSTACAO    " TO MLOG-CAMPO.
030460     MOVE "VIGENTE" TO MLOG-ANTES.
030470     MOVE "CANCELADA" TO MLOG-DEPOIS.
030480     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
030490 6870-CANCELAR-SUSTACAO-EXIT.
030500     EXIT.
030510
030520*----------------------------------------------------------*
030530* 6900-REATIVAR-DORMENTE - VOLTA UMA CONTA DORMENTE        *
030540*                   (MARCADA PELO CLIDORMI) PARA O STATUS  *
030550*                   ATIVO, QUANDO O CLIENTE COMPARECE.     *
030560*                   RESTRITA AO SUPERVISOR E LOGADA NO     *
030570*                   CLIMLOG.                               *
030580*----------------------------------------------------------*
030590 6900-REATIVAR-DORMENTE.
030600     DISPLAY "NUMERO DO CLIENTE A REATIVAR: ".
030610     ACCEPT CLI-ID.
030620     READ CLIENTES-MASTER
030630         INVALID KEY
030640             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
030650             GO TO 6900-REATIVAR-DORMENTE-EXIT
030660     END-READ.
030670     IF NOT CLI-DORMENTE
030680         DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ESTA DORMENTE"
030690         GO TO 6900-REATIVAR-DORMENTE-EXIT
030700     END-IF.
030710     MOVE CLI-STATUS TO WRK-ANTES-STATUS.
030720     SET CLI-ATIVO TO TRUE.
030730     ACCEPT CLI-DATA-REATIVACAO FROM DATE YYYYMMDD.
030740     REWRITE CLI-REGISTRO.
030750     MOVE "V" TO MLOG-FUNCAO.
030760     MOVE "STATUS      " TO MLOG-CAMPO.
030770     MOVE WRK-ANTES-STATUS TO MLOG-ANTES.
030780     MOVE CLI-STATUS       TO MLOG-DEPOIS.
030790     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
030800     DISPLAY "CLIMAINT: CLIENTE " CLI-ID " REATIVADO".
030810 6900-REATIVAR-DORMENTE-EXIT.
030820     EXIT.
030830
030840*----------------------------------------------------------*
030850* 6950-REGISTRAR-OBITO - REGISTRA A COMUNICACAO DE OBITO   *
030860*                   DE UM TITULAR NO CLIOBITO E APLICA O   *
030870*                   TRATAMENTO DA CONTA: TITULAR UNICO -   *
030880*                   CONTA CONGELADA (STATUS "F"); TITULAR  *
030890*                   ADICIONAL - RETIRADO DA CONTA;         *
030900*                   PRINCIPAL COM CO-TITULARES - O         *
030910*                   PRIMEIRO CO-TITULAR PASSA A PRINCIPAL. *
030920*                   O SALDO                                *
030930*                   NA DATA DO OBITO SAI NO CLIESPOL.      *
030940*                   RESTRITA AO SUPERVISOR E LOGADA NO     *
030950*                   CLIMLOG.                               *
030960*----------------------------------------------------------*
030970 6950-REGISTRAR-OBITO.
030980     IF NOT ARQUIVO-OBITO-OK
030990         DISPLAY "CLIMAINT: CLIOBITO INDISPONIVEL - OBITO NAO "
031000                 "REGISTRADO"
031010         GO TO 6950-REGISTRAR-OBITO-EXIT
031020     END-IF.
031030     DISPLAY "NUMERO DO CLIENTE: ".
031040     ACCEPT CLI-ID.
031050     READ CLIENTES-MASTER
031060         INVALID KEY
031070             DISPLAY "CLIMAINT: CLIENTE " CLI-ID " NAO ENCONTRADO"
031080             GO TO 6950-REGISTRAR-OBITO-EXIT
031090     END-READ.
031100     IF CLI-FALECIDO
031110         DISPLAY "CLIMAINT: CONTA " CLI-ID " JA CONGELADA POR "
031120                 "OBITO"
031130         GO TO 6950-REGISTRAR-OBITO-EXIT
031140     END-IF.
031150     DISPLAY "  00 " CLI-NOME " " CLI-DOCUMENTO " (PRINCIPAL)".
031160     PERFORM 6960-LISTAR-TITULARES
031170             THRU 6960-LISTAR-TITULARES-EXIT.
031180     DISPLAY "SEQUENCIA DO TITULAR FALECIDO: ".
031190     ACCEPT WRK-SEQ-OBITO.
031200     IF WRK-SEQ-OBITO = ZEROS
031210         MOVE CLI-NOME      TO WRK-FALECIDO-NOME
031220         MOVE CLI-DOCUMENTO TO WRK-FALECIDO-DOC
031230         MOVE CLI-TIPO-DOC  TO WRK-FALECIDO-TIPO
031240     ELSE
031250         MOVE CLI-ID        TO TIT-CLI-ID
031260         MOVE WRK-SEQ-OBITO TO TIT-SEQ
031270         READ TITULARES
031280             INVALID KEY
031290                 DISPLAY "CLIMAINT: TITULAR " WRK-SEQ-OBITO
031300                         " NAO ENCONTRADO"
031310                 GO TO 6950-REGISTRAR-OBITO-EXIT
031320         END-READ
031330         MOVE TIT-NOME      TO WRK-FALECIDO-NOME
031340         MOVE TIT-DOCUMENTO TO WRK-FALECIDO-DOC
031350         MOVE TIT-TIPO-DOC  TO WRK-FALECIDO-TIPO
031360     END-IF.
031370     DISPLAY "DATA DO OBITO (AAAAMMDD): ".
031380     ACCEPT WRK-DATA-OBITO.
031390     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
031400     MOVE WRK-DATA-OBITO(5:2) TO WRK-MES-OBITO.
031410     MOVE WRK-DATA-OBITO(7:2) TO WRK-DIA-OBITO.
031420     IF WRK-DATA-OBITO = ZEROS
031430         OR WRK-DATA-OBITO > WRK-DATA-HOJE
031440         OR WRK-DATA-OBITO < CLI-DATA-ABERTURA
031450         OR WRK-MES-OBITO < 1 OR WRK-MES-OBITO > 12
031460         OR WRK-DIA-OBITO < 1 OR WRK-DIA-OBITO > 31
031470         DISPLAY "CLIMAINT: DATA DO OBITO INVALIDA - OBITO NAO "
031480                 "REGISTRADO"
031490         GO TO 6950-REGISTRAR-OBITO-EXIT
031500     END-IF.
031510     DISPLAY "NUMERO DA CERTIDAO DE OBITO: ".
031520     ACCEPT WRK-CERTIDAO.
031530     IF WRK-CERTIDAO = SPACES
031540         DISPLAY "CLIMAINT: CERTIDAO OBRIGATORIA - OBITO NAO "
031550                 "REGISTRADO"
031560         GO TO 6950-REGISTRAR-OBITO-EXIT
031570     END-IF.
031580     IF WRK-SEQ-OBITO NOT = ZEROS
031590         SET TRATAR-RETIRADA TO TRUE
031600     ELSE
031610         IF WRK-QTD-TITULARES = ZEROS
031620             SET TRATAR-CONGELAMENTO TO TRUE
031630         ELSE
031640             SET TRATAR-SUCESSAO TO TRUE
031650         END-IF
031660     END-IF.
031670     IF TRATAR-SUCESSAO
031680         MOVE CLI-ID           TO TIT-CLI-ID
031690         MOVE WRK-SEQ-SUCESSOR TO TIT-SEQ
031700         READ TITULARES
031710             INVALID KEY
031720                 DISPLAY "CLIMAINT: CO-TITULAR " WRK-SEQ-SUCESSOR
031730                         " NAO ENCONTRADO"
031740                 GO TO 6950-REGISTRAR-OBITO-EXIT
031750         END-READ
031760         MOVE TIT-NOME      TO WRK-SUC-NOME
031770         MOVE TIT-DOCUMENTO TO WRK-SUC-DOC
031780         MOVE TIT-TIPO-DOC  TO WRK-SUC-TIPO
031790     END-IF.
031800     EVALUATE TRUE
031810         WHEN TRATAR-CONGELAMENTO
031820             DISPLAY "TITULAR UNICO - A CONTA SERA CONGELADA ATE "
031830                     "A PARTILHA"
031840         WHEN TRATAR-RETIRADA
031850             DISPLAY "O TITULAR " WRK-SEQ-OBITO " SERA RETIRADO "
031860                     "DA CONTA"
031870         WHEN TRATAR-SUCESSAO
031880             DISPLAY "O CO-TITULAR " WRK-SEQ-SUCESSOR " - "
031890                     WRK-SUC-NOME " PASSA A PRINCIPAL"
031900     END-EVALUATE.
031910     DISPLAY "CONFIRMA O OBITO DE " WRK-FALECIDO-NOME " (S/N)? ".
031920     ACCEPT WRK-CONFIRMA.
031930     IF WRK-CONFIRMA NOT = "S"
031940         DISPLAY "CLIMAINT: OBITO NAO REGISTRADO"
031950         GO TO 6950-REGISTRAR-OBITO-EXIT
031960     END-IF.
031970     PERFORM 6970-GRAVAR-OBITO THRU 6970-GRAVAR-OBITO-EXIT.
031980     IF NOT OBITO-GRAVADO
031990         GO TO 6950-REGISTRAR-OBITO-EXIT
032000     END-IF.
032010     MOVE "F" TO MLOG-FUNCAO.
032020     MOVE "OBITO       " TO MLOG-CAMPO.
032030     MOVE SPACES TO MLOG-ANTES MLOG-DEPOIS.
032040     STRING "SEQ " WRK-SEQ-OBITO " " WRK-FALECIDO-NOME
032050             DELIMITED BY SIZE INTO MLOG-ANTES.
032060     STRING WRK-DATA-OBITO " " WRK-CERTIDAO
032070             DELIMITED BY SIZE INTO MLOG-DEPOIS.
032080     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
032090     EVALUATE TRUE
032100         WHEN TRATAR-CONGELAMENTO
032110             PERFORM 6975-CONGELAR-CONTA
032120                     THRU 6975-CONGELAR-CONTA-EXIT
032130         WHEN TRATAR-RETIRADA
032140             PERFORM 6980-RETIRAR-FALECIDO
032150                     THRU 6980-RETIRAR-FALECIDO-EXIT
032160         WHEN TRATAR-SUCESSAO
032170             PERFORM 6985-SUCEDER-PRINCIPAL
032180                     THRU 6985-SUCEDER-PRINCIPAL-EXIT
032190     END-EVALUATE.
032200 6950-REGISTRAR-OBITO-EXIT.
032210     EXIT.
032220
032230*----------------------------------------------------------*
032240* 6960-LISTAR-TITULARES - MOSTRA OS CO-TITULARES DA CONTA, *
032250*                   CONTA QUANTOS HA E GUARDA O PRIMEIRO   *
032260*                   COMO SUCESSOR DO PRINCIPAL             *
032270*----------------------------------------------------------*
032280 6960-LISTAR-TITULARES.
032290     MOVE ZEROS TO WRK-QTD-TITULARES WRK-SEQ-SUCESSOR.
032300     MOVE "N" TO WRK-FIM-TIT.
032310     MOVE CLI-ID TO TIT-CLI-ID.
032320     MOVE ZEROS  TO TIT-SEQ.
032330     START TITULARES KEY IS GREATER THAN TIT-CHAVE
032340         INVALID KEY
032350             SET FIM-TITULARES TO TRUE
032360     END-START.
032370     PERFORM 6965-MOSTRAR-TITULAR THRU 6965-MOSTRAR-TITULAR-EXIT
032380             UNTIL FIM-TITULARES.
032390 6960-LISTAR-TITULARES-EXIT.
032400     EXIT.
032410
032420*----------------------------------------------------------*
032430* 6965-MOSTRAR-TITULAR - AVANCA PELOS CO-TITULARES         *
032440*----------------------------------------------------------*
032450 6965-MOSTRAR-TITULAR.
032460     READ TITULARES NEXT RECORD
032470         AT END
032480             SET FIM-TITULARES TO TRUE
032490             GO TO 6965-MOSTRAR-TITULAR-EXIT
032500     END-READ.
032510     IF TIT-CLI-ID NOT = CLI-ID
032520         SET FIM-TITULARES TO TRUE
032530         GO TO 6965-MOSTRAR-TITULAR-EXIT
032540     END-IF.
032550     ADD 1 TO WRK-QTD-TITULARES.
032560     IF WRK-SEQ-SUCESSOR = ZEROS
032570         MOVE TIT-SEQ TO WRK-SEQ-SUCESSOR
032580     END-IF.
032590     DISPLAY "  " TIT-SEQ " " TIT-NOME " " TIT-DOCUMENTO.
032600 6965-MOSTRAR-TITULAR-EXIT.
032610     EXIT.
032620
032630*----------------------------------------------------------*
032640* 6970-GRAVAR-OBITO - GRAVA A COMUNICACAO NO CLIOBITO, NO  *
032650*                   PROXIMO NUMERO LIVRE DO CLIENTE, COM O *
032660*                   RELATORIO DE ESPOLIO PENDENTE. SEM O   *
032670*                   REGISTRO GRAVADO A CONTA NAO E MEXIDA. *
032680*----------------------------------------------------------*
032690 6970-GRAVAR-OBITO.
032700     MOVE "N" TO WRK-OBITO-GRAVADO.
032710     MOVE "N" TO WRK-FIM-OBT.
032720     MOVE CLI-ID TO OBT-CLI-ID.
032730     MOVE ZEROS  TO OBT-NUMERO.
032740     START OBITOS KEY IS GREATER THAN OBT-CHAVE
032750         INVALID KEY
032760             SET FIM-OBITOS TO TRUE
032770     END-START.
032780     MOVE 1 TO WRK-SEQ-LIVRE.
032790     PERFORM 6971-LER-OBITO THRU 6971-LER-OBITO-EXIT
032800             UNTIL FIM-OBITOS.
032810     IF WRK-SEQ-LIVRE = ZEROS
032820         DISPLAY "CLIMAINT: CLIENTE " CLI-ID " JA TEM 99 "
032830                 "COMUNICACOES DE OBITO"
032840         GO TO 6970-GRAVAR-OBITO-EXIT
032850     END-IF.
032860     MOVE SPACES            TO OBT-REGISTRO.
032870     MOVE CLI-ID            TO OBT-CLI-ID.
032880     MOVE WRK-SEQ-LIVRE     TO OBT-NUMERO.
032890     MOVE WRK-SEQ-OBITO     TO OBT-SEQ-TITULAR.
032900     MOVE WRK-FALECIDO-NOME TO OBT-NOME.
032910     MOVE WRK-FALECIDO-DOC  TO OBT-DOCUMENTO.
032920     MOVE WRK-FALECIDO-TIPO TO OBT-TIPO-DOC.
032930     MOVE WRK-DATA-OBITO    TO OBT-DATA-OBITO.
032940     MOVE WRK-CERTIDAO      TO OBT-CERTIDAO.
032950     MOVE WRK-DATA-HOJE     TO OBT-DATA-COMUNICACAO.
032960     MOVE WRK-OPERADOR      TO OBT-OPERADOR.
032970     MOVE WRK-TRATAMENTO    TO OBT-TRATAMENTO.
032980     MOVE WRK-SEQ-SUCESSOR  TO OBT-SEQ-SUCESSOR.
032990     IF NOT TRATAR-SUCESSAO
033000         MOVE ZEROS TO OBT-SEQ-SUCESSOR
033010     END-IF.
033020     SET OBT-RELATORIO-PENDENTE TO TRUE.
033030     MOVE ZEROS             TO OBT-DATA-RELATORIO.
033040     WRITE OBT-REGISTRO
033050         INVALID KEY
033060             DISPLAY "CLIMAINT: ERRO AO GRAVAR CLIOBITO - STATUS "
033070                     FS-OBITOS " - OBITO NAO REGISTRADO"
033080             GO TO 6970-GRAVAR-OBITO-EXIT
033090     END-WRITE.
033100     SET OBITO-GRAVADO TO TRUE.
033110     DISPLAY "CLIMAINT: OBITO REGISTRADO - CLIENTE " CLI-ID
033120             " COMUNICACAO " OBT-NUMERO.
033130 6970-GRAVAR-OBITO-EXIT.
033140     EXIT.
033150
033160*----------------------------------------------------------*
033170* 6971-LER-OBITO - AVANCA PELAS COMUNICACOES DO CLIENTE    *
033180*----------------------------------------------------------*
033190 6971-LER-OBITO.
033200     READ OBITOS NEXT RECORD
033210         AT END
033220             SET FIM-OBITOS TO TRUE
033230             GO TO 6971-LER-OBITO-EXIT
033240     END-READ.
033250     IF OBT-CLI-ID NOT = CLI-ID
033260         SET FIM-OBITOS TO TRUE
033270         GO TO 6971-LER-OBITO-EXIT
033280     END-IF.
033290     IF OBT-NUMERO >= 99
033300         MOVE ZEROS TO WRK-SEQ-LIVRE
033310         SET FIM-OBITOS TO TRUE
033320         GO TO 6971-LER-OBITO-EXIT
033330     END-IF.
033340     COMPUTE WRK-SEQ-LIVRE = OBT-NUMERO + 1.
033350 6971-LER-OBITO-EXIT.
033360     EXIT.
033370
033380*----------------------------------------------------------*
033390* 6975-CONGELAR-CONTA - TITULAR UNICO: A CONTA PASSA AO    *
033400*                   STATUS "F" E FICA CONGELADA ATE A      *
033410*                   PARTILHA                               *
033420*----------------------------------------------------------*
033430 6975-CONGELAR-CONTA.
033440     MOVE CLI-STATUS TO WRK-ANTES-STATUS.
033450     SET CLI-FALECIDO TO TRUE.
033460     REWRITE CLI-REGISTRO.
033470     MOVE "F" TO MLOG-FUNCAO.
033480     MOVE "STATUS      " TO MLOG-CAMPO.
033490     MOVE WRK-ANTES-STATUS TO MLOG-ANTES.
033500     MOVE CLI-STATUS       TO MLOG-DEPOIS.
033510     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
033520     DISPLAY "CLIMAINT: CONTA " CLI-ID " CONGELADA POR OBITO".
033530 6975-CONGELAR-CONTA-EXIT.
033540     EXIT.
033550
033560*----------------------------------------------------------*
033570* 6980-RETIRAR-FALECIDO - CO-TITULAR FALECIDO: SAI DO      *
033580*                   CLITITU E DA REFERENCIA CRUZADA, COMO  *
033590*                   NA RETIRADA DE TITULAR                 *
033600*----------------------------------------------------------*
033610 6980-RETIRAR-FALECIDO.
033620     MOVE CLI-ID        TO TIT-CLI-ID.
033630     MOVE WRK-SEQ-OBITO TO TIT-SEQ.
033640     MOVE WRK-FALECIDO-DOC TO WRK-ANTES-DOC.
033650     DELETE TITULARES
033660         INVALID KEY
033670             DISPLAY "CLIMAINT: ERRO AO EXCLUIR TITULAR - "
033680                     "STATUS " FS-TITULARES
033690             GO TO 6980-RETIRAR-FALECIDO-EXIT
033700     END-DELETE.
033710     PERFORM 7300-EXCLUIR-XREF-TITULAR
033720             THRU 7300-EXCLUIR-XREF-TITULAR-EXIT.
033730     MOVE "F" TO MLOG-FUNCAO.
033740     MOVE "TITULAR     " TO MLOG-CAMPO.
033750     MOVE WRK-FALECIDO-NOME TO MLOG-ANTES.
033760     MOVE "RETIRADO POR OBITO" TO MLOG-DEPOIS.
033770     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
033780     DISPLAY "CLIMAINT: TITULAR " WRK-SEQ-OBITO " RETIRADO DO "
033790             "CLIENTE " CLI-ID.
033800 6980-RETIRAR-FALECIDO-EXIT.
033810     EXIT.
033820
033830*----------------------------------------------------------*
033840* 6985-SUCEDER-PRINCIPAL - PRINCIPAL FALECIDO COM          *
033850*                   CO-TITULARES: O PRIMEIRO CO-TITULAR    *
033860*                   ASSUME NOME E DOCUMENTO DO CADASTRO E  *
033870*                   DEIXA O CLITITU; A REFERENCIA CRUZADA  *
033880*                   E ACERTADA                             *
033890*----------------------------------------------------------*
033900 6985-SUCEDER-PRINCIPAL.
033910     MOVE WRK-SUC-NOME TO CLI-NOME.
033920     MOVE WRK-SUC-DOC  TO CLI-DOCUMENTO.
033930     MOVE WRK-SUC-TIPO TO CLI-TIPO-DOC.
033940*    A DATA DE NASCIMENTO E O RESPONSAVEL ERAM DO FALECIDO; OS
033950*    DO SUCESSOR SAO INFORMADOS DEPOIS NA FUNCAO "D".
033960     MOVE ZEROS  TO CLI-DATA-NASCIMENTO CLI-RESP-CPF.
033970     MOVE SPACES TO CLI-RESP-NOME.
033980     REWRITE CLI-REGISTRO.
033990     MOVE CLI-ID           TO TIT-CLI-ID.
034000     MOVE WRK-SEQ-SUCESSOR TO TIT-SEQ.
034010     DELETE TITULARES
034020         INVALID KEY
034030             DISPLAY "CLIMAINT: ERRO AO EXCLUIR TITULAR - "
034040                     "STATUS " FS-TITULARES
034050     END-DELETE.
034060     PERFORM 7350-SUCEDER-XREF THRU 7350-SUCEDER-XREF-EXIT.
034070     MOVE WRK-FALECIDO-NOME TO WRK-ANTES-NOME.
034080     PERFORM 7450-TROCAR-NOME-XNOM
034090             THRU 7450-TROCAR-NOME-XNOM-EXIT.
034100     MOVE "F" TO MLOG-FUNCAO.
034110     MOVE "PRINCIPAL   " TO MLOG-CAMPO.
034120     MOVE WRK-FALECIDO-NOME TO MLOG-ANTES.
034130     MOVE CLI-NOME          TO MLOG-DEPOIS.
034140     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
034150     DISPLAY "CLIMAINT: " CLI-NOME " PASSA A TITULAR PRINCIPAL "
034160             "DO CLIENTE " CLI-ID.
034170 6985-SUCEDER-PRINCIPAL-EXIT.
034180     EXIT.
034190
034200*----------------------------------------------------------*
034210* 7100-GRAVAR-XREF-PRINCIPAL - GRAVA NA REFERENCIA CRUZADA *
034220*                 A ENTRADA DO TITULAR PRINCIPAL (SEQ 00)  *
034230*                 DO CLIENTE RECEM-INCLUIDO                *
034240*----------------------------------------------------------*
034250 7100-GRAVAR-XREF-PRINCIPAL.
034260     IF NOT ARQUIVO-XREF-OK
034270         GO TO 7100-GRAVAR-XREF-PRINCIPAL-EXIT
034280     END-IF.
034290     MOVE CLI-DOCUMENTO TO XRF-DOCUMENTO.
034300     MOVE CLI-ID        TO XRF-CLI-ID.
034310     MOVE ZEROS         TO XRF-SEQ.
034320     SET XRF-TITULAR-PRINCIPAL TO TRUE.
034330     MOVE CLI-NOME      TO XRF-NOME.
034340     WRITE XRF-REGISTRO
034350         INVALID KEY
034360             DISPLAY "CLIMAINT: ERRO AO GRAVAR CLIXREF - "
034370                     "STATUS " FS-REFERENCIA
034380     END-WRITE.
034390 7100-GRAVAR-XREF-PRINCIPAL-EXIT.
034400     EXIT.
034410
034420*----------------------------------------------------------*
034430* 7200-GRAVAR-XREF-TITULAR - GRAVA NA REFERENCIA CRUZADA A *
034440*                 ENTRADA DO TITULAR ADICIONAL INCLUIDO    *
034450*----------------------------------------------------------*
034460 7200-GRAVAR-XREF-TITULAR.
034470     IF NOT ARQUIVO-XREF-OK
034480         GO TO 7200-GRAVAR-XREF-TITULAR-EXIT
034490     END-IF.
034500     MOVE TIT-DOCUMENTO TO XRF-DOCUMENTO.
034510     MOVE TIT-CLI-ID    TO XRF-CLI-ID.
034520     MOVE TIT-SEQ       TO XRF-SEQ.
034530     SET XRF-TITULAR-ADICIONAL TO TRUE.
034540     MOVE TIT-NOME      TO XRF-NOME.
034550     WRITE XRF-REGISTRO
034560         INVALID KEY
034570             DISPLAY "CLIMAINT: ERRO AO GRAVAR CLIXREF - "
034580                     "STATUS " FS-REFERENCIA
034590     END-WRITE.
034600 7200-GRAVAR-XREF-TITULAR-EXIT.
034610     EXIT.
034620
034630*----------------------------------------------------------*
034640* 7300-EXCLUIR-XREF-TITULAR - EXCLUI DA REFERENCIA CRUZADA *
034650*                 A ENTRADA DO TITULAR RETIRADO            *
034660*----------------------------------------------------------*
034670 7300-EXCLUIR-XREF-TITULAR.
034680     IF NOT ARQUIVO-XREF-OK
034690         GO TO 7300-EXCLUIR-XREF-TITULAR-EXIT
034700     END-IF.
034710     MOVE WRK-ANTES-DOC TO XRF-DOCUMENTO.
034720     MOVE TIT-CLI-ID    TO XRF-CLI-ID.
034730     MOVE TIT-SEQ       TO XRF-SEQ.
034740     DELETE REFERENCIA
034750         INVALID KEY
034760             DISPLAY "CLIMAINT: ENTRADA DO CLIXREF NAO "
034770                     "ENCONTRADA - RODAR O CLIXREFB"
034780     END-DELETE.
034790 7300-EXCLUIR-XREF-TITULAR-EXIT.
034800     EXIT.
034810
034820*----------------------------------------------------------*
034830* 7350-SUCEDER-XREF - NA SUCESSAO DO PRINCIPAL, EXCLUI AS  *
034840*                 ENTRADAS DO FALECIDO (SEQ 00) E DO       *
034850*                 CO-TITULAR E GRAVA O CO-TITULAR COMO     *
034860*                 PRINCIPAL                                *
034870*----------------------------------------------------------*
034880 7350-SUCEDER-XREF.
034890     IF NOT ARQUIVO-XREF-OK
034900         GO TO 7350-SUCEDER-XREF-EXIT
034910     END-IF.
034920     MOVE WRK-FALECIDO-DOC TO XRF-DOCUMENTO.
034930     MOVE CLI-ID           TO XRF-CLI-ID.
034940     MOVE ZEROS            TO XRF-SEQ.
034950     DELETE REFERENCIA
034960         INVALID KEY
034970             DISPLAY "CLIMAINT: ENTRADA DO CLIXREF NAO "
034980                     "ENCONTRADA - RODAR O CLIXREFB"
034990     END-DELETE.
035000     MOVE WRK-SUC-DOC      TO XRF-DOCUMENTO.
035010     MOVE CLI-ID           TO XRF-CLI-ID.
035020     MOVE WRK-SEQ-SUCESSOR TO XRF-SEQ.
035030     DELETE REFERENCIA
035040         INVALID KEY
035050             DISPLAY "CLIMAINT: ENTRADA DO CLIXREF NAO "
035060                     "ENCONTRADA - RODAR O CLIXREFB"
035070     END-DELETE.
035080     PERFORM 7100-GRAVAR-XREF-PRINCIPAL
035090             THRU 7100-GRAVAR-XREF-PRINCIPAL-EXIT.
035100 7350-SUCEDER-XREF-EXIT.
035110     EXIT.
035120
035130*----------------------------------------------------------*
035140* 7400-GRAVAR-XNOM - GRAVA NA REFERENCIA AGENCIA X NOME A  *
035150*                 ENTRADA DO CLIENTE CORRENTE              *
035160*----------------------------------------------------------*
035170 7400-GRAVAR-XNOM.
035180     IF NOT ARQUIVO-XNOM-OK
035190         GO TO 7400-GRAVAR-XNOM-EXIT
035200     END-IF.
035210     MOVE CLI-AGENCIA TO XNM-AGENCIA.
035220     MOVE CLI-NOME    TO XNM-NOME.
035230     MOVE CLI-ID      TO XNM-CLI-ID.
035240     WRITE XNM-REGISTRO
035250         INVALID KEY
035260             DISPLAY "CLIMAINT: ERRO AO GRAVAR CLIXNOM - "
035270                     "STATUS " FS-NOMES-AGENCIA
035280     END-WRITE.
035290 7400-GRAVAR-XNOM-EXIT.
035300     EXIT.
035310
035320*----------------------------------------------------------*
035330* 7450-TROCAR-NOME-XNOM - NOME DO CLIENTE CORRENTE MUDOU:  *
035340*                 EXCLUI A ENTRADA DO NOME ANTIGO (EM      *
035350*                 WRK-ANTES-NOME) E GRAVA A DO NOVO        *
035360*----------------------------------------------------------*
035370 7450-TROCAR-NOME-XNOM.
035380     IF NOT ARQUIVO-XNOM-OK
035390         GO TO 7450-TROCAR-NOME-XNOM-EXIT
035400     END-IF.
035410     MOVE CLI-AGENCIA    TO XNM-AGENCIA.
035420     MOVE WRK-ANTES-NOME TO XNM-NOME.
035430     MOVE CLI-ID         TO XNM-CLI-ID.
035440     DELETE NOMES-AGENCIA
035450         INVALID KEY
035460             DISPLAY "CLIMAINT: ENTRADA DO CLIXNOM NAO "
035470                     "ENCONTRADA - RODAR O CLIXREFB"
035480     END-DELETE.
035490     PERFORM 7400-GRAVAR-XNOM THRU 7400-GRAVAR-XNOM-EXIT.
035500 7450-TROCAR-NOME-XNOM-EXIT.
035510     EXIT.
035520
035530*----------------------------------------------------------*
035540* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
035550*                 COM DATA, HORA, OPERADOR E O CLIENTE DO  *
035560*                 REGISTRO CORRENTE. FUNCAO, CAMPO E AS    *
035570*                 IMAGENS ANTES/DEPOIS JA VEM PREENCHIDAS  *
035580*                 PELO CHAMADOR.                           *
035590*----------------------------------------------------------*
035600 7000-GRAVAR-LOG.
035610     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
035620*    TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
035630*    9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
035640     ACCEPT WRK-HORA-COMPLETA FROM TIME.
035650     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
035660     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
035670     MOVE CLI-ID       TO MLOG-CLIENTE.
035680     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
035690 7000-GRAVAR-LOG-EXIT.
035700     EXIT.
035710
035720*----------------------------------------------------------*
035730* 0800-LER-PARAMETROS - CICLOS DE RECADASTRAMENTO POR GRAU *
035740*                 DE RISCO DO CLIPARM; SEM O ARQUIVO, OU   *
035750*                 COM O CAMPO ZERADO, VALE O PADRAO DA     *
035760*                 WORKING                                  *
035770*----------------------------------------------------------*
035780 0800-LER-PARAMETROS.
035790     OPEN INPUT PARAMETROS.
035800     IF FS-PARAMETROS NOT = "00"
035810         GO TO 0800-LER-PARAMETROS-EXIT
035820     END-IF.
035830     READ PARAMETROS
035840         AT END
035850             CONTINUE
035860         NOT AT END
035870             IF PARM-CICLO-ALTO IS NUMERIC
035880                     AND PARM-CICLO-ALTO NOT = ZEROS
035890                 MOVE PARM-CICLO-ALTO TO WRK-CICLO-ALTO
035900             END-IF
035910             IF PARM-CICLO-MEDIO IS NUMERIC
035920                     AND PARM-CICLO-MEDIO NOT = ZEROS
035930                 MOVE PARM-CICLO-MEDIO TO WRK-CICLO-MEDIO
035940             END-IF
035950             IF PARM-CICLO-BAIXO IS NUMERIC
035960                     AND PARM-CICLO-BAIXO NOT = ZEROS
035970                 MOVE PARM-CICLO-BAIXO TO WRK-CICLO-BAIXO
035980             END-IF
035990     END-READ.
036000     CLOSE PARAMETROS.
036010 0800-LER-PARAMETROS-EXIT.
036020     EXIT.
036030
036040*----------------------------------------------------------*
036050* 8000-CALCULAR-VENCIMENTO - VENCIMENTO DO CADASTRO DO     *
036060*                 REGISTRO CORRENTE: ULTIMA REVISAO MAIS O *
036070*                 CICLO DO GRAU DE RISCO                   *
036080*----------------------------------------------------------*
036090 8000-CALCULAR-VENCIMENTO.
036100     EVALUATE TRUE
036110         WHEN RISCO-ALTO
036120             MOVE WRK-CICLO-ALTO  TO WRK-MESES-CICLO
036130         WHEN RISCO-MEDIO
036140             MOVE WRK-CICLO-MEDIO TO WRK-MESES-CICLO
036150         WHEN OTHER
036160             MOVE WRK-CICLO-BAIXO TO WRK-MESES-CICLO
036170     END-EVALUATE.
036180     MOVE CLI-DATA-ULT-REVISAO TO WRK-DATA-BASE.
036190     PERFORM 8100-SOMAR-MESES THRU 8100-SOMAR-MESES-EXIT.
036200     MOVE WRK-DATA-CALCULADA TO CLI-DATA-PROX-REVISAO.
036210 8000-CALCULAR-VENCIMENTO-EXIT.
036220     EXIT.
036230
036240*----------------------------------------------------------*
036250* 8100-SOMAR-MESES - WRK-DATA-CALCULADA RECEBE A           *
036260*                 WRK-DATA-BASE MAIS WRK-MESES-CICLO MESES, *
036270*                 COM O DIA LIMITADO AO ULTIMO DIA DO MES  *
036280*                 DE CHEGADA (31/01 MAIS UM MES DA 28/02)  *
036290*----------------------------------------------------------*
036300 8100-SOMAR-MESES.
036310     MOVE WRK-DATA-BASE (1:4) TO WRK-ANO-CALC.
036320     MOVE WRK-DATA-BASE (5:2) TO WRK-MES-CALC.
036330     MOVE WRK-DATA-BASE (7:2) TO WRK-DIA-CALC.
036340     COMPUTE WRK-MESES-TOTAL = WRK-ANO-CALC * 12
036350             + WRK-MES-CALC - 1 + WRK-MESES-CICLO.
036360     DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-ANO-CALC
036370             REMAINDER WRK-MES-CALC.
036380     ADD 1 TO WRK-MES-CALC.
036390     IF WRK-MES-CALC = 4 OR WRK-MES-CALC = 6
036400             OR WRK-MES-CALC = 9 OR WRK-MES-CALC = 11
036410         IF WRK-DIA-CALC > 30
036420             MOVE 30 TO WRK-DIA-CALC
036430         END-IF
036440     END-IF.
036450     IF WRK-MES-CALC = 2 AND WRK-DIA-CALC > 28
036460         DIVIDE WRK-ANO-CALC BY 4 GIVING WRK-QUOCIENTE
036470                 REMAINDER WRK-RESTO-4
036480         DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-QUOCIENTE
036490                 REMAINDER WRK-RESTO-100
036500         DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-QUOCIENTE
036510                 REMAINDER WRK-RESTO-400
036520         IF WRK-RESTO-4 = ZEROS
036530                 AND (WRK-RESTO-100 NOT = ZEROS
036540                 OR WRK-RESTO-400 = ZEROS)
036550             MOVE 29 TO WRK-DIA-CALC
036560         ELSE
036570             MOVE 28 TO WRK-DIA-CALC
036580         END-IF
036590     END-IF.
036600     COMPUTE WRK-DATA-CALCULADA = WRK-ANO-CALC * 10000
036610             + WRK-MES-CALC * 100 + WRK-DIA-CALC.
036620 8100-SOMAR-MESES-EXIT.
036630     EXIT.
036640
036650 9999-EXIT.
036660     STOP RUN.
