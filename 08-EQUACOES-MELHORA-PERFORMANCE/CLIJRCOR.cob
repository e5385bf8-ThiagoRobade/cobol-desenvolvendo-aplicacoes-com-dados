000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIJRCOR.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - CORRECAO RETROATIVA *
000120*                    DE JUROS QUANDO UM FATOR ERRADO FICOU *
000130*                    DIAS NO CLIPARM OU NO CLITXNEG E O    *
000140*                    LOTE DE JUROS JA O APLICOU. RECEBE O  *
000150*                    PERIODO NO PARM E OS PARES FATOR      *
000160*                    ERRADO/FATOR CORRETO NO CLIJRFAT;     *
000170*                    CLASSIFICA POR CLIENTE AS LINHAS "J"  *
000180*                    DO CLIAUDIT DO PERIODO, RECALCULA     *
000190*                    CADA PARCELA SOBRE O AUD-SALDO-BASE   *
000200*                    DA LINHA (COM O DIVISOR DE DIAS DO    *
000210*                    MES DO CLICALEN, COMO O 2050 DO       *
000220*                    CLIENTES) E LANCA SO A DIFERENCA,     *
000230*                    NUMA LINHA DE AUDITORIA DE ORIGEM "K" *
000240*                    DATADA DO DIA DA CORRECAO: A PARTE    *
000250*                    AINDA ACUMULADA VAI PARA              *
000260*                    CLI-JUROS-ACUMULADO; A PARTE JA       *
000270*                    CAPITALIZADA (LINHA "J" POSTERIOR QUE *
000280*                    MEXEU NO SALDO) VAI PARA O SALDO, COM *
000290*                    O IRRF DA CONTA PREMIUM OU            *
000300*                    EMPRESARIAL; A MULTA DE CHEQUE        *
000310*                    ESPECIAL VAI SEMPRE PARA O SALDO. COM *
000320*                    PARM SIMULAR SO IMPRIME O RELJRC E    *
000330*                    GRAVA O TOTAL NO CLIJRCTL PARA O      *
000340*                    FINANCEIRO ASSINAR; COM PARM EFETIVAR *
000350*                    REFAZ A APURACAO E SO LANCA SE        *
000360*                    PERIODO, FATORES, CONTAS E TOTAL      *
000370*                    CONFEREM COM A SIMULACAO ASSINADA.    *
000380*                    CONTA QUE JA TEM LINHA "K" DE PERIODO *
000390*                    SOBREPOSTO FICA DE FORA (NAO HA       *
000400*                    CORRECAO EM DOBRO).                   *
000410* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000420*                    BYTES COM OS CICLOS DE                *
000430*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000440*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000450* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000460*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000470*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000480*----------------------------------------------------------*
000490 ENVIRONMENT             DIVISION.
000500 CONFIGURATION           SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530
000540 INPUT-OUTPUT            SECTION.
000550 FILE-CONTROL.
000560     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CLI-ID
000600         FILE STATUS IS FS-CLIENTES-MASTER.
000610     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FS-PARAMETROS.
000640*----------------------------------------------------------*
000650* PARES FATOR ERRADO / FATOR CORRETO DA CORRECAO           *
000660*----------------------------------------------------------*
000670     SELECT FATORES ASSIGN TO "CLIJRFAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-FATORES.
000700*----------------------------------------------------------*
000710* CALENDARIO DE PROCESSAMENTO - DIVISOR DA PARCELA DIARIA  *
000720*----------------------------------------------------------*
000730     SELECT CALENDARIO ASSIGN TO "CLICALEN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-CALENDARIO.
000760     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-AUDITORIA.
000790*----------------------------------------------------------*
000800* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000810*----------------------------------------------------------*
000820     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS AUDK-CHAVE
000860         FILE STATUS IS FS-AUDK.
000870     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000880*----------------------------------------------------------*
000890* CORRECAO APURADA POR CONTA (ARQUIVO DE TRABALHO)         *
000900*----------------------------------------------------------*
000910     SELECT CORRECOES ASSIGN TO "CLIJRWK"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FS-CORRECOES.
000940*----------------------------------------------------------*
000950* TOTAL DA SIMULACAO ASSINADA PELO FINANCEIRO              *
000960*----------------------------------------------------------*
000970     SELECT CONTROLE-CORRECAO ASSIGN TO "CLIJRCTL"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS FS-CONTROLE-COR.
001000     SELECT RELATORIO ASSIGN TO "RELJRC"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FS-RELATORIO.
001030*----------------------------------------------------------*
001040* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
001050*----------------------------------------------------------*
001060     SELECT CONTROLE ASSIGN TO "CLICTRL"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS FS-CONTROLE.
001090
001100 DATA                    DIVISION.
001110 FILE                    SECTION.
001120 FD  CLIENTES-MASTER
001130     LABEL RECORD IS STANDARD.
001140     COPY CLIREG.
001150
001160 FD  PARAMETROS
001170     LABEL RECORD IS STANDARD.
001180 01  PARM-REGISTRO.
001190     05  PARM-FATOR-JUROS    PICTURE 9V99.
001200     05  PARM-FATOR-MULTA    PICTURE 9V99.
001210     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001220     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001230     05  PARM-FATOR-USD      PICTURE 9V99.
001240     05  PARM-FATOR-EUR      PICTURE 9V99.
001250     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001260     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001270     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001280     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
001290     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001300     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001310     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001320     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001330     05  PARM-DIAS-CARTA     PICTURE 9(02).
001340     05  PARM-PCT-INDICE     PICTURE 9(03).
001350     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001360     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001370     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001380     05  PARM-IOF-DIARIO     PICTURE V9(06).
001390     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001400     05  PARM-CICLO-ALTO     PICTURE 9(02).
001410     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001420     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001430     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001440     05  PARM-TETO-FGC       PICTURE 9(10).
001450
001460*----------------------------------------------------------*
001470* PAR DE FATORES: NATUREZA "J" (JUROS, BASE NAO NEGATIVA)  *
001480* OU "M" (MULTA DE CHEQUE ESPECIAL, BASE NEGATIVA); O      *
001490* FATOR ERRADO E O GRAVADO EM AUD-TAXA-APLICADA. CLIENTE   *
001500* ZERADO VALE PARA TODAS AS CONTAS (ERRO NO CLIPARM);      *
001510* CLIENTE INFORMADO SO PARA A CONTA (ERRO NO CLITXNEG) E   *
001520* PREVALECE SOBRE O PAR GERAL DO MESMO FATOR.              *
001530*----------------------------------------------------------*
001540 FD  FATORES
001550     LABEL RECORD IS STANDARD.
001560 01  FAT-REGISTRO.
001570     05  FAT-NATUREZA         PICTURE X(01).
001580         88  FAT-NATUREZA-VALIDA            VALUE "J" "M".
001590     05  FAT-FATOR-ERRADO     PICTURE 9V99.
001600     05  FAT-FATOR-CORRETO    PICTURE 9V99.
001610     05  FAT-CLIENTE          PICTURE 9(06).
001620     05  FILLER               PICTURE X(07).
001630
001640 FD  CALENDARIO
001650     LABEL RECORD IS STANDARD.
001660 01  CAL-REGISTRO.
001670     05  CAL-DATA              PICTURE 9(08).
001680     05  FILLER                PICTURE X(01).
001690     05  CAL-TIPO              PICTURE X(01).
001700         88  CAL-DIA-UTIL                     VALUE "U".
001710
001720 FD  AUDITORIA
001730     LABEL RECORD IS STANDARD.
001740 01  AUD-LINHA                PICTURE X(100).
001750
001760 FD  AUDITORIA-CHAVEADA
001770     LABEL RECORD IS STANDARD.
001780     COPY CLIAUKRG.
001790
001800 SD  CLASSIFICACAO.
001810 01  SRT-REGISTRO.
001820     05  SRT-CLIENTE          PICTURE 9(06).
001830     05  SRT-DATA             PICTURE 9(08).
001840     05  SRT-LINHA            PICTURE X(100).
001850
001860 FD  CORRECOES
001870     LABEL RECORD IS STANDARD.
001880 01  COR-REGISTRO.
001890     05  COR-CLIENTE          PICTURE 9(06).
001900     05  COR-NOME             PICTURE X(20).
001910     05  COR-TIPO-CONTA       PICTURE X(01).
001920     05  COR-LINHAS           PICTURE 9(04).
001930     05  COR-DIF-ACUMULADO    PICTURE S9(10).
001940     05  COR-DIF-CAPITALIZADO PICTURE S9(10).
001950     05  COR-IRRF             PICTURE S9(10).
001960     05  COR-DIF-MULTA        PICTURE S9(10).
001970     05  COR-TOTAL            PICTURE S9(10).
001980     05  COR-SITUACAO         PICTURE X(01).
001990         88  COR-A-LANCAR                   VALUE "L".
002000         88  COR-JA-CORRIGIDA               VALUE "J".
002010         88  COR-ENCERRADA                  VALUE "E".
002020         88  COR-PREJUIZO                   VALUE "P".
002030         88  COR-INEXISTENTE                VALUE "I".
002040
002050 FD  CONTROLE-CORRECAO
002060     LABEL RECORD IS STANDARD.
002070 01  JRC-REGISTRO.
002080     05  JRC-DATA-INICIO      PICTURE 9(08).
002090     05  JRC-DATA-FIM         PICTURE 9(08).
002100     05  JRC-QTD-FATORES      PICTURE 9(02).
002110     05  JRC-QTD-CONTAS       PICTURE 9(06).
002120     05  JRC-TOTAL-DIFERENCA  PICTURE S9(12).
002130     05  JRC-DATA-SIMULACAO   PICTURE 9(08).
002140     05  JRC-SITUACAO         PICTURE X(01).
002150         88  JRC-SIMULADA                   VALUE "S".
002160         88  JRC-EFETIVADA                  VALUE "E".
002170     05  JRC-DATA-EFETIVACAO  PICTURE 9(08).
002180     05  FILLER               PICTURE X(07).
002190
002200 FD  RELATORIO
002210     LABEL RECORD IS STANDARD.
002220 01  REL-LINHA               PICTURE X(132).
002230
002240 FD  CONTROLE
002250     LABEL RECORD IS STANDARD.
002260 01  CTRL-REGISTRO.
002270     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
002280     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
002290     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
002300
002310 WORKING-STORAGE         SECTION.
002320 01  WRK-FLAGS.
002330     05  WRK-FIM-AUDITORIA PICTURE X(01)    VALUE "N".
002340         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
002350     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
002360         88  FIM-CLASSIFICACAO              VALUE "S".
002370     05  WRK-FIM-CORRECOES PICTURE X(01)    VALUE "N".
002380         88  FIM-ARQUIVO-CORRECOES          VALUE "S".
002390     05  WRK-FIM-FATORES PICTURE X(01)      VALUE "N".
002400         88  FIM-ARQUIVO-FATORES            VALUE "S".
002410     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
002420         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
002430     05  WRK-GRUPO       PICTURE X(01)      VALUE "N".
002440         88  GRUPO-EM-ABERTO                VALUE "S".
002450     05  WRK-JA-CORRIGIDA PICTURE X(01)     VALUE "N".
002460         88  CONTA-JA-CORRIGIDA             VALUE "S".
002470     05  WRK-FATORES-OK  PICTURE X(01)      VALUE "S".
002480         88  FATORES-VALIDOS                VALUE "S".
002490 01  WRK-MODO            PICTURE X(08)      VALUE SPACES.
002500     88  MODO-SIMULACAO                     VALUE "SIMULAR".
002510     88  MODO-EFETIVACAO                    VALUE "EFETIVAR".
002520 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
002530 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
002540 01  FS-FATORES          PICTURE X(02)      VALUE "00".
002550 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
002560 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
002570 01  FS-AUDK             PICTURE X(02)      VALUE "00".
002580 01  WRK-FLAGS-AUDK.
002590     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
002600         88  ARQUIVO-AUDK-OK                VALUE "S".
002610     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
002620         88  AUDK-GRAVADO                   VALUE "S".
002630 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
002640 01  FS-CORRECOES        PICTURE X(02)      VALUE "00".
002650 01  FS-CONTROLE-COR     PICTURE X(02)      VALUE "00".
002660 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002670 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
002680 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
002690 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
002700 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
002710 77  WRK-DATA-INICIO     PICTURE 9(08)      VALUE ZEROS.
002720 77  WRK-DATA-FIM        PICTURE 9(08)      VALUE ZEROS.
002730 77  WRK-IRRF-PREMIUM    PICTURE V9(04)     VALUE ZEROS.
002740 77  WRK-IRRF-EMPRESA    PICTURE V9(04)     VALUE ZEROS.
002750 77  WRK-IRRF-TAXA       PICTURE V9(04)     VALUE ZEROS.
002760 77  WRK-CLIENTE-GRUPO   PICTURE 9(06)      VALUE ZEROS.
002770 77  WRK-NATUREZA-LINHA  PICTURE X(01)      VALUE SPACES.
002780 77  WRK-SALDO-ANT-NUM   PICTURE S9(10)V99  COMP VALUE ZEROS.
002790 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
002800 77  WRK-BASE-NUM        PICTURE S9(10)V99  COMP VALUE ZEROS.
002810 77  WRK-JUROS-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
002820 77  WRK-JUROS-CORRETO   PICTURE S9(10)     COMP VALUE ZEROS.
002830 77  WRK-SALDO-CORRIGIDO PICTURE S9(10)     COMP VALUE ZEROS.
002840 77  WRK-DIFERENCA       PICTURE S9(10)     COMP VALUE ZEROS.
002850 77  WRK-DIF-PENDENTE    PICTURE S9(10)     COMP VALUE ZEROS.
002860 77  WRK-DIF-CAPITAL     PICTURE S9(10)     COMP VALUE ZEROS.
002870 77  WRK-DIF-MULTA       PICTURE S9(10)     COMP VALUE ZEROS.
002880 77  WRK-LINHAS-CONTA    PICTURE 9(04)      COMP VALUE ZEROS.
002890 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
002900 77  WRK-DIVISOR         PICTURE 9(02)      COMP VALUE ZEROS.
002910 77  WRK-DIAS-PADRAO     PICTURE 9(02)      COMP VALUE 30.
002920 77  WRK-AAAAMM-BUSCA    PICTURE 9(06)      VALUE ZEROS.
002930 77  WRK-AAAAMM-CAL      PICTURE 9(06)      VALUE ZEROS.
002940 77  WRK-AAAAMM-INICIO   PICTURE 9(06)      VALUE ZEROS.
002950 77  WRK-AAAAMM-FIM      PICTURE 9(06)      VALUE ZEROS.
002960 77  WRK-IDX-FAT         PICTURE 9(02)      COMP VALUE ZEROS.
002970 77  WRK-IDX-FAT-CONTA   PICTURE 9(02)      COMP VALUE ZEROS.
002980 77  WRK-IDX-FAT-GERAL   PICTURE 9(02)      COMP VALUE ZEROS.
002990 77  WRK-QTD-FAT         PICTURE 9(02)      COMP VALUE ZEROS.
003000 77  WRK-MAX-FAT         PICTURE 9(02)      COMP VALUE 20.
003010 77  WRK-IDX-MU          PICTURE 9(02)      COMP VALUE ZEROS.
003020 77  WRK-IDX-MU-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
003030 77  WRK-QTD-MU          PICTURE 9(02)      COMP VALUE ZEROS.
003040 77  WRK-MAX-MU          PICTURE 9(02)      COMP VALUE 24.
003050 77  WRK-CONT-LINHAS     PICTURE 9(08)      COMP VALUE ZEROS.
003060 77  WRK-CONT-SEM-BASE   PICTURE 9(08)      COMP VALUE ZEROS.
003070 77  WRK-CONT-CONTAS     PICTURE 9(06)      COMP VALUE ZEROS.
003080 77  WRK-CONT-FORA       PICTURE 9(06)      COMP VALUE ZEROS.
003090 77  WRK-CONT-LANCADAS   PICTURE 9(06)      COMP VALUE ZEROS.
003100 77  WRK-CONT-FALHAS     PICTURE 9(06)      COMP VALUE ZEROS.
003110 77  WRK-TOTAL-ACUMULADO PICTURE S9(12)     COMP VALUE ZEROS.
003120 77  WRK-TOTAL-CAPITAL   PICTURE S9(12)     COMP VALUE ZEROS.
003130 77  WRK-TOTAL-IRRF      PICTURE S9(12)     COMP VALUE ZEROS.
003140 77  WRK-TOTAL-MULTA     PICTURE S9(12)     COMP VALUE ZEROS.
003150 77  WRK-TOTAL-DIFERENCA PICTURE S9(12)     COMP VALUE ZEROS.
003160
003170*----------------------------------------------------------*
003180* PARES DE FATORES LIDOS DO CLIJRFAT                       *
003190*----------------------------------------------------------*
003200 01  TAB-FATORES.
003210     05  TAB-FAT-ENTRADA         OCCURS 20 TIMES.
003220         10  TAB-FAT-NATUREZA     PICTURE X(01).
003230         10  TAB-FAT-ERRADO       PICTURE 9V99.
003240         10  TAB-FAT-CORRETO      PICTURE 9V99.
003250         10  TAB-FAT-CLIENTE      PICTURE 9(06).
003260
003270*----------------------------------------------------------*
003280* DIAS DE PROCESSAMENTO POR MES DO PERIODO, LEVANTADOS NO  *
003290* CALENDARIO: A PARCELA DE CADA LINHA E DIVIDIDA PELOS     *
003300* DIAS DO MES DA PROPRIA LINHA, COMO NO LOTE DE JUROS      *
003310*----------------------------------------------------------*
003320 01  TAB-MESES-UTEIS.
003330     05  TAB-MU-ENTRADA          OCCURS 24 TIMES.
003340         10  TAB-MU-AAAAMM        PICTURE 9(06).
003350         10  TAB-MU-DIAS          PICTURE 9(02) COMP.
003360
003370*----------------------------------------------------------*
003380* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
003390*----------------------------------------------------------*
003400     COPY CLIAUDRG.
003410
003420*----------------------------------------------------------*
003430* LINHAS DO RELATORIO DA CORRECAO                          *
003440*----------------------------------------------------------*
003450 01  REL-CABECALHO.
003460     05  FILLER              PICTURE X(46)
003470             VALUE "CORRECAO RETROATIVA DE JUROS (CLIJRCOR) - ".
003480     05  REL-CAB-MODO        PICTURE X(40).
003490     05  FILLER              PICTURE X(46) VALUE SPACES.
003500 01  REL-CABECALHO-PER.
003510     05  FILLER              PICTURE X(19)
003520             VALUE "PERIODO CORRIGIDO ".
003530     05  REL-PER-INICIO      PICTURE 9(08).
003540     05  FILLER              PICTURE X(03) VALUE " A ".
003550     05  REL-PER-FIM         PICTURE 9(08).
003560     05  FILLER              PICTURE X(94) VALUE SPACES.
003570 01  REL-LINHA-FATOR.
003580     05  FILLER              PICTURE X(16)
003590             VALUE "FATOR CORRIGIDO ".
003600     05  REL-FAT-NATUREZA    PICTURE X(10).
003610     05  FILLER              PICTURE X(04) VALUE "DE ".
003620     05  REL-FAT-ERRADO      PICTURE 9,99.
003630     05  FILLER              PICTURE X(06) VALUE " PARA ".
003640     05  REL-FAT-CORRETO     PICTURE 9,99.
003650     05  FILLER              PICTURE X(10) VALUE "  CLIENTE ".
003660     05  REL-FAT-CLIENTE     PICTURE X(06).
003670     05  FILLER              PICTURE X(72) VALUE SPACES.
003680 01  REL-CABECALHO-2.
003690     05  FILLER              PICTURE X(08) VALUE "CLIENTE".
003700     05  FILLER              PICTURE X(21) VALUE "NOME".
003710     05  FILLER              PICTURE X(03) VALUE "T".
003720     05  FILLER              PICTURE X(05) VALUE "LIN".
003730     05  FILLER              PICTURE X(16) VALUE "DIF ACUMULADO".
003740     05  FILLER              PICTURE X(16) VALUE "DIF CAPITALIZ".
003750     05  FILLER              PICTURE X(16) VALUE "IRRF".
003760     05  FILLER              PICTURE X(16) VALUE "DIF MULTA".
003770     05  FILLER              PICTURE X(16) VALUE "TOTAL LIQUIDO".
003780     05  FILLER              PICTURE X(15) VALUE "SITUACAO".
003790 01  REL-DETALHE.
003800     05  REL-DET-ID          PICTURE 9(06).
003810     05  FILLER              PICTURE X(02) VALUE SPACES.
003820     05  REL-DET-NOME        PICTURE X(20).
003830     05  FILLER              PICTURE X(01) VALUE SPACES.
003840     05  REL-DET-TIPO        PICTURE X(01).
003850     05  FILLER              PICTURE X(02) VALUE SPACES.
003860     05  REL-DET-LINHAS      PICTURE ZZZ9.
003870     05  FILLER              PICTURE X(01) VALUE SPACES.
003880     05  REL-DET-ACUMULADO   PICTURE -ZZZ.ZZZ.ZZ9,99.
003890     05  FILLER              PICTURE X(01) VALUE SPACES.
003900     05  REL-DET-CAPITAL     PICTURE -ZZZ.ZZZ.ZZ9,99.
003910     05  FILLER              PICTURE X(01) VALUE SPACES.
003920     05  REL-DET-IRRF        PICTURE -ZZZ.ZZZ.ZZ9,99.
003930     05  FILLER              PICTURE X(01) VALUE SPACES.
003940     05  REL-DET-MULTA       PICTURE -ZZZ.ZZZ.ZZ9,99.
003950     05  FILLER              PICTURE X(01) VALUE SPACES.
003960     05  REL-DET-TOTAL       PICTURE -ZZZ.ZZZ.ZZ9,99.
003970     05  FILLER              PICTURE X(01) VALUE SPACES.
003980     05  REL-DET-SITUACAO    PICTURE X(15).
003990 01  REL-RODAPE.
004000     05  REL-ROD-ROTULO      PICTURE X(36).
004010     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
004020     05  FILLER              PICTURE X(78) VALUE SPACES.
004030
004040 LINKAGE                 SECTION.
004050 01  LK-PARM-EXECUCAO.
004060     05  LK-PARM-MODO        PICTURE X(08).
004070     05  LK-PARM-DATA-INICIO PICTURE X(08).
004080     05  LK-PARM-DATA-FIM    PICTURE X(08).
004090
004100 PROCEDURE               DIVISION USING LK-PARM-EXECUCAO.
004110*----------------------------------------------------------*
004120* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
004130*----------------------------------------------------------*
004140 0000-MAINLINE.
004150     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
004160     SORT CLASSIFICACAO ON ASCENDING KEY SRT-CLIENTE SRT-DATA
004170             WITH DUPLICATES IN ORDER
004180             INPUT PROCEDURE IS 2000-SELECIONAR-LINHAS
004190                     THRU 2000-SELECIONAR-LINHAS-EXIT
004200             OUTPUT PROCEDURE IS 3000-APURAR-CONTAS
004210                     THRU 3000-APURAR-CONTAS-EXIT.
004220     CLOSE CORRECOES.
004230     IF MODO-EFETIVACAO
004240         PERFORM 5000-CONFERIR-SIMULACAO
004250                 THRU 5000-CONFERIR-SIMULACAO-EXIT
004260     END-IF.
004270     PERFORM 6000-TRATAR-CORRECOES
004280             THRU 6000-TRATAR-CORRECOES-EXIT.
004290     PERFORM 8000-GRAVAR-CONTROLE  THRU 8000-GRAVAR-CONTROLE-EXIT.
004300     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
004310     GO TO 9999-EXIT.
004320
004330*----------------------------------------------------------*
004340* 1000-INICIALIZAR - CONFERE O PARM, LE AS ALIQUOTAS DE    *
004350*                  IRRF, OS FATORES E O CALENDARIO E ABRE  *
004360*                  OS ARQUIVOS. PARM INVALIDO, CLIPARM OU  *
004370*                  CLIJRFAT AUSENTE OU INVALIDO ABORTA     *
004380*                  (RC 16) SEM LER A TRILHA.               *
004390*----------------------------------------------------------*
004400 1000-INICIALIZAR.
004410     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
004420     MOVE LK-PARM-MODO TO WRK-MODO.
004430     IF NOT MODO-SIMULACAO AND NOT MODO-EFETIVACAO
004440         DISPLAY "CLIJRCOR: PARM SEM O MODO (SIMULAR OU "
004450                 "EFETIVAR) - NADA A FAZER"
004460         MOVE 16 TO RETURN-CODE
004470         GO TO 9999-EXIT
004480     END-IF.
004490     IF LK-PARM-DATA-INICIO NOT NUMERIC
004500             OR LK-PARM-DATA-FIM NOT NUMERIC
004510         DISPLAY "CLIJRCOR: PERIODO DO PARM INVALIDO"
004520         MOVE 16 TO RETURN-CODE
004530         GO TO 9999-EXIT
004540     END-IF.
004550     MOVE LK-PARM-DATA-INICIO TO WRK-DATA-INICIO.
004560     MOVE LK-PARM-DATA-FIM    TO WRK-DATA-FIM.
004570     IF WRK-DATA-INICIO = ZEROS
004580             OR WRK-DATA-INICIO > WRK-DATA-FIM
004590             OR WRK-DATA-FIM > WRK-DATA-EXECUCAO
004600         DISPLAY "CLIJRCOR: PERIODO " WRK-DATA-INICIO " A "
004610                 WRK-DATA-FIM " INVALIDO"
004620         MOVE 16 TO RETURN-CODE
004630         GO TO 9999-EXIT
004640     END-IF.
004650     COMPUTE WRK-AAAAMM-INICIO = WRK-DATA-INICIO / 100.
004660     COMPUTE WRK-AAAAMM-FIM    = WRK-DATA-FIM / 100.
004670     OPEN INPUT PARAMETROS.
004680     IF FS-PARAMETROS NOT = "00"
004690         DISPLAY "CLIJRCOR: ERRO AO ABRIR CLIPARM - STATUS "
004700                 FS-PARAMETROS
004710         MOVE 16 TO RETURN-CODE
004720         GO TO 9999-EXIT
004730     END-IF.
004740     READ PARAMETROS
004750         AT END
004760             DISPLAY "CLIJRCOR: CLIPARM VAZIO - SEM ALIQUOTAS "
004770                     "DE IRRF"
004780             CLOSE PARAMETROS
004790             MOVE 16 TO RETURN-CODE
004800             GO TO 9999-EXIT
004810     END-READ.
004820     MOVE PARM-IRRF-PREMIUM TO WRK-IRRF-PREMIUM.
004830     MOVE PARM-IRRF-EMPRESA TO WRK-IRRF-EMPRESA.
004840     CLOSE PARAMETROS.
004850     PERFORM 1100-CARREGAR-FATORES
004860             THRU 1100-CARREGAR-FATORES-EXIT.
004870     PERFORM 1200-LER-CALENDARIO   THRU 1200-LER-CALENDARIO-EXIT.
004880     IF MODO-EFETIVACAO
004890         OPEN I-O CLIENTES-MASTER
004900     ELSE
004910         OPEN INPUT CLIENTES-MASTER
004920     END-IF.
004930     IF FS-CLIENTES-MASTER NOT = "00"
004940         DISPLAY "CLIJRCOR: ERRO AO ABRIR CLIMSTR - STATUS "
004950                 FS-CLIENTES-MASTER
004960         MOVE 16 TO RETURN-CODE
004970         GO TO 9999-EXIT
004980     END-IF.
004990     OPEN INPUT AUDITORIA.
005000     IF FS-AUDITORIA NOT = "00"
005010         DISPLAY "CLIJRCOR: ERRO AO ABRIR CLIAUDIT - STATUS "
005020                 FS-AUDITORIA
005030         CLOSE CLIENTES-MASTER
005040         MOVE 16 TO RETURN-CODE
005050         GO TO 9999-EXIT
005060     END-IF.
005070     OPEN OUTPUT CORRECOES.
005080     OPEN OUTPUT RELATORIO.
005090     IF MODO-EFETIVACAO
005100         MOVE "EFETIVACAO" TO REL-CAB-MODO
005110     ELSE
005120         MOVE "SIMULACAO - NADA E LANCADO" TO REL-CAB-MODO
005130     END-IF.
005140     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
005150     MOVE WRK-DATA-INICIO TO REL-PER-INICIO.
005160     MOVE WRK-DATA-FIM    TO REL-PER-FIM.
005170     WRITE REL-LINHA FROM REL-CABECALHO-PER
005180             AFTER ADVANCING 2 LINES.
005190     PERFORM 1150-IMPRIMIR-FATOR THRU 1150-IMPRIMIR-FATOR-EXIT
005200             VARYING WRK-IDX-FAT FROM 1 BY 1
005210             UNTIL WRK-IDX-FAT > WRK-QTD-FAT.
005220     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
005230 1000-INICIALIZAR-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------*
005270* 1100-CARREGAR-FATORES - LE OS PARES DO CLIJRFAT PARA A   *
005280*                  TABELA. NATUREZA INVALIDA, FATOR ZERADO *
005290*                  OU IGUAL NOS DOIS LADOS, OU MAIS PARES  *
005300*                  QUE A TABELA COMPORTA, ABORTAM (RC 16)  *
005310*----------------------------------------------------------*
005320 1100-CARREGAR-FATORES.
005330     OPEN INPUT FATORES.
005340     IF FS-FATORES NOT = "00"
005350         DISPLAY "CLIJRCOR: ERRO AO ABRIR CLIJRFAT - STATUS "
005360                 FS-FATORES
005370         MOVE 16 TO RETURN-CODE
005380         GO TO 9999-EXIT
005390     END-IF.
005400     PERFORM 1110-LER-FATOR THRU 1110-LER-FATOR-EXIT
005410             UNTIL FIM-ARQUIVO-FATORES.
005420     CLOSE FATORES.
005430     IF WRK-QTD-FAT = ZEROS
005440         DISPLAY "CLIJRCOR: CLIJRFAT VAZIO - NENHUM FATOR A "
005450                 "CORRIGIR"
005460         MOVE 16 TO RETURN-CODE
005470         GO TO 9999-EXIT
005480     END-IF.
005490     IF NOT FATORES-VALIDOS
005500         DISPLAY "CLIJRCOR: CLIJRFAT COM PAR INVALIDO - "
005510                 "CORRECAO NAO EXECUTADA"
005520         MOVE 16 TO RETURN-CODE
005530         GO TO 9999-EXIT
005540     END-IF.
005550 1100-CARREGAR-FATORES-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------*
005590* 1110-LER-FATOR - TRATA UM PAR DO CLIJRFAT                *
005600*----------------------------------------------------------*
005610 1110-LER-FATOR.
005620     READ FATORES
005630         AT END
005640             SET FIM-ARQUIVO-FATORES TO TRUE
005650             GO TO 1110-LER-FATOR-EXIT
005660     END-READ.
005670     IF NOT FAT-NATUREZA-VALIDA
005680             OR FAT-FATOR-ERRADO NOT NUMERIC
005690             OR FAT-FATOR-CORRETO NOT NUMERIC
005700             OR FAT-CLIENTE NOT NUMERIC
005710         DISPLAY "CLIJRCOR: PAR INVALIDO NO CLIJRFAT: "
005720                 FAT-REGISTRO
005730         MOVE "N" TO WRK-FATORES-OK
005740         GO TO 1110-LER-FATOR-EXIT
005750     END-IF.
005760     IF FAT-FATOR-ERRADO = ZEROS
005770             OR FAT-FATOR-CORRETO = ZEROS
005780             OR FAT-FATOR-ERRADO = FAT-FATOR-CORRETO
005790         DISPLAY "CLIJRCOR: PAR SEM CORRECAO NO CLIJRFAT: "
005800                 FAT-REGISTRO
005810         MOVE "N" TO WRK-FATORES-OK
005820         GO TO 1110-LER-FATOR-EXIT
005830     END-IF.
005840     IF WRK-QTD-FAT >= WRK-MAX-FAT
005850         DISPLAY "CLIJRCOR: MAIS DE " WRK-MAX-FAT " PARES NO "
005860                 "CLIJRFAT"
005870         MOVE "N" TO WRK-FATORES-OK
005880         GO TO 1110-LER-FATOR-EXIT
005890     END-IF.
005900     ADD 1 TO WRK-QTD-FAT.
005910     MOVE FAT-NATUREZA      TO TAB-FAT-NATUREZA (WRK-QTD-FAT).
005920     MOVE FAT-FATOR-ERRADO  TO TAB-FAT-ERRADO (WRK-QTD-FAT).
005930     MOVE FAT-FATOR-CORRETO TO TAB-FAT-CORRETO (WRK-QTD-FAT).
005940     MOVE FAT-CLIENTE       TO TAB-FAT-CLIENTE (WRK-QTD-FAT).
005950 1110-LER-FATOR-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------*
005990* 1150-IMPRIMIR-FATOR - LISTA UM PAR NO CABECALHO, PARA O  *
006000*                  FINANCEIRO ASSINAR O QUE FOI CORRIGIDO  *
006010*----------------------------------------------------------*
006020 1150-IMPRIMIR-FATOR.
006030     IF TAB-FAT-NATUREZA (WRK-IDX-FAT) = "M"
006040         MOVE "MULTA" TO REL-FAT-NATUREZA
006050     ELSE
006060         MOVE "JUROS" TO REL-FAT-NATUREZA
006070     END-IF.
006080     MOVE TAB-FAT-ERRADO (WRK-IDX-FAT)  TO REL-FAT-ERRADO.
006090     MOVE TAB-FAT-CORRETO (WRK-IDX-FAT) TO REL-FAT-CORRETO.
006100     IF TAB-FAT-CLIENTE (WRK-IDX-FAT) = ZEROS
006110         MOVE "TODOS" TO REL-FAT-CLIENTE
006120     ELSE
006130         MOVE TAB-FAT-CLIENTE (WRK-IDX-FAT) TO REL-FAT-CLIENTE
006140     END-IF.
006150     WRITE REL-LINHA FROM REL-LINHA-FATOR AFTER ADVANCING 1 LINE.
006160 1150-IMPRIMIR-FATOR-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------*
006200* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
006210*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
006220*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
006230*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
006240*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
006250*----------------------------------------------------------*
006260 1160-MARCAR-EM-PROCESSAMENTO.
006270     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
006280     OPEN INPUT CONTROLE.
006290     IF FS-CONTROLE = "00"
006300         READ CONTROLE
006310             AT END
006320                 CONTINUE
006330             NOT AT END
006340                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
006350                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
006360         END-READ
006370         CLOSE CONTROLE
006380     END-IF.
006390     OPEN OUTPUT CONTROLE.
006400     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
006410     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
006420     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
006430     WRITE CTRL-REGISTRO.
006440     CLOSE CONTROLE.
006450 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------*
006490* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
006500*                  CLICTRL AO FIM DO LANCAMENTO            *
006510*----------------------------------------------------------*
006520 1170-DESMARCAR-PROCESSAMENTO.
006530     OPEN OUTPUT CONTROLE.
006540     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
006550     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
006560     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
006570     WRITE CTRL-REGISTRO.
006580     CLOSE CONTROLE.
006590 1170-DESMARCAR-PROCESSAMENTO-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630* 1200-LER-CALENDARIO - CONTA OS DIAS DE PROCESSAMENTO DE  *
006640*                  CADA MES DO PERIODO. SEM O CLICALEN (OU *
006650*                  MES SEM DIA UTIL) VALE O PERIODO PADRAO *
006660*                  DE 30 DIAS, COMO NO LOTE DE JUROS.      *
006670*----------------------------------------------------------*
006680 1200-LER-CALENDARIO.
006690     OPEN INPUT CALENDARIO.
006700     IF FS-CALENDARIO NOT = "00"
006710         DISPLAY "CLIJRCOR: CLICALEN NAO ENCONTRADO - USANDO "
006720                 "PERIODO PADRAO DE " WRK-DIAS-PADRAO " DIAS"
006730         GO TO 1200-LER-CALENDARIO-EXIT
006740     END-IF.
006750     PERFORM 1210-LER-DIA-CALENDARIO
006760             THRU 1210-LER-DIA-CALENDARIO-EXIT
006770             UNTIL FIM-ARQUIVO-CALENDARIO.
006780     CLOSE CALENDARIO.
006790 1200-LER-CALENDARIO-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830* 1210-LER-DIA-CALENDARIO - SOMA O DIA UTIL NO MES DELE,   *
006840*                  SE O MES CAI NO PERIODO CORRIGIDO       *
006850*----------------------------------------------------------*
006860 1210-LER-DIA-CALENDARIO.
006870     READ CALENDARIO
006880         AT END
006890             SET FIM-ARQUIVO-CALENDARIO TO TRUE
006900             GO TO 1210-LER-DIA-CALENDARIO-EXIT
006910     END-READ.
006920     IF NOT CAL-DIA-UTIL
006930         GO TO 1210-LER-DIA-CALENDARIO-EXIT
006940     END-IF.
006950     COMPUTE WRK-AAAAMM-CAL = CAL-DATA / 100.
006960     IF WRK-AAAAMM-CAL < WRK-AAAAMM-INICIO
006970             OR WRK-AAAAMM-CAL > WRK-AAAAMM-FIM
006980         GO TO 1210-LER-DIA-CALENDARIO-EXIT
006990     END-IF.
007000     MOVE WRK-AAAAMM-CAL TO WRK-AAAAMM-BUSCA.
007010     PERFORM 3270-PROCURAR-MES THRU 3270-PROCURAR-MES-EXIT.
007020     IF WRK-IDX-MU-ACHADO = ZEROS
007030         IF WRK-QTD-MU >= WRK-MAX-MU
007040             GO TO 1210-LER-DIA-CALENDARIO-EXIT
007050         END-IF
007060         ADD 1 TO WRK-QTD-MU
007070         MOVE WRK-QTD-MU TO WRK-IDX-MU-ACHADO
007080         MOVE WRK-AAAAMM-CAL TO TAB-MU-AAAAMM (WRK-IDX-MU-ACHADO)
007090         MOVE ZEROS TO TAB-MU-DIAS (WRK-IDX-MU-ACHADO)
007100     END-IF.
007110     ADD 1 TO TAB-MU-DIAS (WRK-IDX-MU-ACHADO).
007120 1210-LER-DIA-CALENDARIO-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------*
007160* 2000-SELECIONAR-LINHAS - LIBERA PARA O SORT AS LINHAS    *
007170*                  "J" A PARTIR DO INICIO DO PERIODO (AS   *
007180*                  POSTERIORES AO FIM SO SERVEM PARA VER   *
007190*                  SE O ACUMULADO JA FOI CAPITALIZADO) E   *
007200*                  TODAS AS LINHAS "K" (CORRECOES JA       *
007210*                  LANCADAS)                               *
007220*----------------------------------------------------------*
007230 2000-SELECIONAR-LINHAS.
007240     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
007250             UNTIL FIM-ARQUIVO-AUDITORIA.
007260     CLOSE AUDITORIA.
007270 2000-SELECIONAR-LINHAS-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------*
007310* 2100-LER-AUDITORIA - LE UMA LINHA DO CLIAUDIT            *
007320*----------------------------------------------------------*
007330 2100-LER-AUDITORIA.
007340     READ AUDITORIA
007350         AT END
007360             SET FIM-ARQUIVO-AUDITORIA TO TRUE
007370             GO TO 2100-LER-AUDITORIA-EXIT
007380     END-READ.
007390     MOVE AUD-LINHA TO AUD-REGISTRO.
007400     IF (AUD-ORIGEM = "J" AND AUD-DATA NOT < WRK-DATA-INICIO)
007410             OR AUD-ORIGEM = "K"
007420         MOVE AUD-CLIENTE-ID TO SRT-CLIENTE
007430         MOVE AUD-DATA       TO SRT-DATA
007440         MOVE AUD-LINHA      TO SRT-LINHA
007450         RELEASE SRT-REGISTRO
007460     END-IF.
007470 2100-LER-AUDITORIA-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------*
007510* 3000-APURAR-CONTAS - PERCORRE AS LINHAS CLASSIFICADAS    *
007520*                  POR CLIENTE E DATA, APURANDO A          *
007530*                  DIFERENCA DE CADA CONTA NO CLIJRWK      *
007540*----------------------------------------------------------*
007550 3000-APURAR-CONTAS.
007560     PERFORM 3100-TRATAR-LINHA THRU 3100-TRATAR-LINHA-EXIT
007570             UNTIL FIM-CLASSIFICACAO.
007580     IF GRUPO-EM-ABERTO
007590         PERFORM 3300-FECHAR-CONTA THRU 3300-FECHAR-CONTA-EXIT
007600     END-IF.
007610 3000-APURAR-CONTAS-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------*
007650* 3100-TRATAR-LINHA - RETORNA UMA LINHA CLASSIFICADA. NA   *
007660*                  LINHA "J" DO PERIODO COM FATOR A        *
007670*                  CORRIGIR, APURA A DIFERENCA (3200); EM  *
007680*                  QUALQUER LINHA "J" DE JUROS QUE MEXEU   *
007690*                  NO SALDO, O QUE ESTAVA PENDENTE NO      *
007700*                  ACUMULADO PASSA A CAPITALIZADO          *
007710*----------------------------------------------------------*
007720 3100-TRATAR-LINHA.
007730     RETURN CLASSIFICACAO
007740         AT END
007750             SET FIM-CLASSIFICACAO TO TRUE
007760             GO TO 3100-TRATAR-LINHA-EXIT
007770     END-RETURN.
007780     MOVE SRT-LINHA TO AUD-REGISTRO.
007790     IF GRUPO-EM-ABERTO
007800             AND AUD-CLIENTE-ID NOT = WRK-CLIENTE-GRUPO
007810         PERFORM 3300-FECHAR-CONTA THRU 3300-FECHAR-CONTA-EXIT
007820     END-IF.
007830     IF NOT GRUPO-EM-ABERTO
007840         MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-GRUPO
007850         MOVE ZEROS TO WRK-DIF-PENDENTE WRK-DIF-CAPITAL
007860                 WRK-DIF-MULTA WRK-LINHAS-CONTA
007870         MOVE "N" TO WRK-JA-CORRIGIDA
007880         SET GRUPO-EM-ABERTO TO TRUE
007890     END-IF.
007900     IF AUD-ORIGEM = "K"
007910         PERFORM 3150-CONFERIR-CORRECAO
007920                 THRU 3150-CONFERIR-CORRECAO-EXIT
007930         GO TO 3100-TRATAR-LINHA-EXIT
007940     END-IF.
007950     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-NUM.
007960     MOVE AUD-SALDO-NOVO     TO WRK-SALDO-NOVO-NUM.
007970*   LINHA GRAVADA ANTES DE EXISTIR O AUD-SALDO-BASE NAO TEM
007980*   COMO SER RECALCULADA; A NATUREZA SAI DO SALDO ANTERIOR.
007990     IF AUD-SALDO-BASE = SPACES
008000         MOVE WRK-SALDO-ANT-NUM TO WRK-BASE-NUM
008010         IF AUD-DATA NOT > WRK-DATA-FIM
008020             ADD 1 TO WRK-CONT-SEM-BASE
008030         END-IF
008040     ELSE
008050         MOVE AUD-SALDO-BASE TO WRK-BASE-NUM
008060         IF AUD-DATA NOT > WRK-DATA-FIM
008070             PERFORM 3200-CORRIGIR-LINHA
008080                     THRU 3200-CORRIGIR-LINHA-EXIT
008090         END-IF
008100     END-IF.
008110     IF WRK-BASE-NUM NOT < ZERO
008120             AND WRK-SALDO-NOVO-NUM NOT = WRK-SALDO-ANT-NUM
008130         ADD WRK-DIF-PENDENTE TO WRK-DIF-CAPITAL
008140         MOVE ZEROS TO WRK-DIF-PENDENTE
008150     END-IF.
008160 3100-TRATAR-LINHA-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------*
008200* 3150-CONFERIR-CORRECAO - LINHA "K" CUJO PERIODO SE       *
008210*                  SOBREPOE AO DESTA EXECUCAO TIRA A CONTA *
008220*                  DA CORRECAO                             *
008230*----------------------------------------------------------*
008240 3150-CONFERIR-CORRECAO.
008250     IF AUD-COR-DATA-INICIO NOT NUMERIC
008260             OR AUD-COR-DATA-FIM NOT NUMERIC
008270         GO TO 3150-CONFERIR-CORRECAO-EXIT
008280     END-IF.
008290     IF AUD-COR-DATA-INICIO NOT > WRK-DATA-FIM
008300             AND AUD-COR-DATA-FIM NOT < WRK-DATA-INICIO
008310         SET CONTA-JA-CORRIGIDA TO TRUE
008320     END-IF.
008330 3150-CONFERIR-CORRECAO-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------*
008370* 3200-CORRIGIR-LINHA - RECALCULA A PARCELA DA LINHA COM O *
008380*                  FATOR CORRETO. JUROS: BASE X (FATOR-1)  *
008390*                  / DIAS DE PROCESSAMENTO DO MES, COM     *
008400*                  ARREDONDAMENTO; MULTA: BASE X FATOR     *
008410*                  MENOS A BASE, TRUNCADO, COMO NO 2050 DO *
008420*                  CLIENTES. A DIFERENCA E O RECALCULADO   *
008430*                  MENOS O AUD-JUROS-DIA JA LANCADO.       *
008440*----------------------------------------------------------*
008450 3200-CORRIGIR-LINHA.
008460     PERFORM 3250-PROCURAR-FATOR THRU 3250-PROCURAR-FATOR-EXIT.
008470     IF WRK-IDX-FAT = ZEROS
008480         GO TO 3200-CORRIGIR-LINHA-EXIT
008490     END-IF.
008500     ADD 1 TO WRK-LINHAS-CONTA.
008510     ADD 1 TO WRK-CONT-LINHAS.
008520     MOVE AUD-JUROS-DIA TO WRK-JUROS-NUM.
008530     IF WRK-NATUREZA-LINHA = "M"
008540         COMPUTE WRK-SALDO-CORRIGIDO = WRK-BASE-NUM
008550                 * TAB-FAT-CORRETO (WRK-IDX-FAT)
008560         COMPUTE WRK-DIFERENCA = WRK-SALDO-CORRIGIDO
008570                 - WRK-BASE-NUM - WRK-JUROS-NUM
008580         ADD WRK-DIFERENCA TO WRK-DIF-MULTA
008590     ELSE
008600         COMPUTE WRK-AAAAMM-BUSCA = AUD-DATA / 100
008610         PERFORM 3270-PROCURAR-MES THRU 3270-PROCURAR-MES-EXIT
008620         IF WRK-IDX-MU-ACHADO NOT = ZEROS
008630                 AND TAB-MU-DIAS (WRK-IDX-MU-ACHADO) > ZEROS
008640             MOVE TAB-MU-DIAS (WRK-IDX-MU-ACHADO) TO WRK-DIVISOR
008650         ELSE
008660             MOVE WRK-DIAS-PADRAO TO WRK-DIVISOR
008670         END-IF
008680         COMPUTE WRK-JUROS-CORRETO ROUNDED = WRK-BASE-NUM
008690                 * (TAB-FAT-CORRETO (WRK-IDX-FAT) - 1)
008700                 / WRK-DIVISOR
008710         COMPUTE WRK-DIFERENCA = WRK-JUROS-CORRETO - WRK-JUROS-NUM
008720         ADD WRK-DIFERENCA TO WRK-DIF-PENDENTE
008730     END-IF.
008740 3200-CORRIGIR-LINHA-EXIT.
008750     EXIT.
008760
008770*----------------------------------------------------------*
008780* 3250-PROCURAR-FATOR - PAR DA NATUREZA DA LINHA CUJO      *
008790*                  FATOR ERRADO E O AUD-TAXA-APLICADA; O   *
008800*                  PAR DO PROPRIO CLIENTE PREVALECE SOBRE  *
008810*                  O GERAL. NENHUM = LINHA NAO CORRIGIDA.  *
008820*----------------------------------------------------------*
008830 3250-PROCURAR-FATOR.
008840     IF WRK-BASE-NUM < ZERO
008850         MOVE "M" TO WRK-NATUREZA-LINHA
008860     ELSE
008870         MOVE "J" TO WRK-NATUREZA-LINHA
008880     END-IF.
008890     MOVE ZEROS TO WRK-IDX-FAT-CONTA WRK-IDX-FAT-GERAL.
008900     PERFORM 3260-CONFERIR-FATOR THRU 3260-CONFERIR-FATOR-EXIT
008910             VARYING WRK-IDX-FAT FROM 1 BY 1
008920             UNTIL WRK-IDX-FAT > WRK-QTD-FAT.
008930     IF WRK-IDX-FAT-CONTA NOT = ZEROS
008940         MOVE WRK-IDX-FAT-CONTA TO WRK-IDX-FAT
008950     ELSE
008960         MOVE WRK-IDX-FAT-GERAL TO WRK-IDX-FAT
008970     END-IF.
008980 3250-PROCURAR-FATOR-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------*
009020* 3260-CONFERIR-FATOR - CONFERE UMA ENTRADA DA TABELA      *
009030*----------------------------------------------------------*
009040 3260-CONFERIR-FATOR.
009050     IF TAB-FAT-NATUREZA (WRK-IDX-FAT) NOT = WRK-NATUREZA-LINHA
009060             OR TAB-FAT-ERRADO (WRK-IDX-FAT)
009070                NOT = AUD-TAXA-APLICADA
009080         GO TO 3260-CONFERIR-FATOR-EXIT
009090     END-IF.
009100     IF TAB-FAT-CLIENTE (WRK-IDX-FAT) = AUD-CLIENTE-ID
009110             AND WRK-IDX-FAT-CONTA = ZEROS
009120         MOVE WRK-IDX-FAT TO WRK-IDX-FAT-CONTA
009130     END-IF.
009140     IF TAB-FAT-CLIENTE (WRK-IDX-FAT) = ZEROS
009150             AND WRK-IDX-FAT-GERAL = ZEROS
009160         MOVE WRK-IDX-FAT TO WRK-IDX-FAT-GERAL
009170     END-IF.
009180 3260-CONFERIR-FATOR-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------*
009220* 3270-PROCURAR-MES - LOCALIZA WRK-AAAAMM-BUSCA NA TABELA  *
009230*                  DE DIAS DE PROCESSAMENTO POR MES        *
009240*----------------------------------------------------------*
009250 3270-PROCURAR-MES.
009260     MOVE ZEROS TO WRK-IDX-MU-ACHADO.
009270     PERFORM 3280-CONFERIR-MES THRU 3280-CONFERIR-MES-EXIT
009280             VARYING WRK-IDX-MU FROM 1 BY 1
009290             UNTIL WRK-IDX-MU > WRK-QTD-MU.
009300 3270-PROCURAR-MES-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------*
009340* 3280-CONFERIR-MES - CONFERE UMA ENTRADA DA TABELA        *
009350*----------------------------------------------------------*
009360 3280-CONFERIR-MES.
009370     IF WRK-IDX-MU-ACHADO = ZEROS
009380             AND TAB-MU-AAAAMM (WRK-IDX-MU) = WRK-AAAAMM-BUSCA
009390         MOVE WRK-IDX-MU TO WRK-IDX-MU-ACHADO
009400     END-IF.
009410 3280-CONFERIR-MES-EXIT.
009420     EXIT.
009430
009440*----------------------------------------------------------*
009450* 3300-FECHAR-CONTA - CONTA COM DIFERENCA GANHA UM         *
009460*                  REGISTRO NO CLIJRWK, COM O IRRF DA      *
009470*                  PARTE CAPITALIZADA (CONTA PREMIUM OU    *
009480*                  EMPRESARIAL, ALIQUOTA VIGENTE NO        *
009490*                  CLIPARM) E A SITUACAO: A LANCAR, OU     *
009500*                  FORA DA CORRECAO (JA CORRIGIDA, CONTA   *
009510*                  ENCERRADA, BAIXADA PARA PREJUIZO OU     *
009520*                  INEXISTENTE - TRATAMENTO MANUAL, RC 4)  *
009530*----------------------------------------------------------*
009540 3300-FECHAR-CONTA.
009550     MOVE "N" TO WRK-GRUPO.
009560     IF WRK-LINHAS-CONTA = ZEROS
009570         GO TO 3300-FECHAR-CONTA-EXIT
009580     END-IF.
009590     IF WRK-DIF-PENDENTE = ZEROS AND WRK-DIF-CAPITAL = ZEROS
009600             AND WRK-DIF-MULTA = ZEROS
009610         GO TO 3300-FECHAR-CONTA-EXIT
009620     END-IF.
009630     MOVE WRK-CLIENTE-GRUPO TO COR-CLIENTE.
009640     MOVE SPACES            TO COR-NOME COR-TIPO-CONTA.
009650     MOVE WRK-LINHAS-CONTA  TO COR-LINHAS.
009660     MOVE WRK-DIF-PENDENTE  TO COR-DIF-ACUMULADO.
009670     MOVE WRK-DIF-CAPITAL   TO COR-DIF-CAPITALIZADO.
009680     MOVE WRK-DIF-MULTA     TO COR-DIF-MULTA.
009690     MOVE ZEROS             TO COR-IRRF.
009700     MOVE WRK-CLIENTE-GRUPO TO CLI-ID.
009710     READ CLIENTES-MASTER
009720         INVALID KEY
009730             SET COR-INEXISTENTE TO TRUE
009740             GO TO 3300-FECHAR-CONTA-GRAVAR
009750     END-READ.
009760     MOVE CLI-NOME       TO COR-NOME.
009770     MOVE CLI-TIPO-CONTA TO COR-TIPO-CONTA.
009780     MOVE ZEROS TO WRK-IRRF-TAXA.
009790     IF CONTA-PREMIUM
009800         MOVE WRK-IRRF-PREMIUM TO WRK-IRRF-TAXA
009810     END-IF.
009820     IF CONTA-EMPRESARIAL
009830         MOVE WRK-IRRF-EMPRESA TO WRK-IRRF-TAXA
009840     END-IF.
009850     COMPUTE COR-IRRF ROUNDED = WRK-DIF-CAPITAL * WRK-IRRF-TAXA.
009860     IF CONTA-JA-CORRIGIDA
009870         SET COR-JA-CORRIGIDA TO TRUE
009880     ELSE
009890         IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
009900             SET COR-ENCERRADA TO TRUE
009910         ELSE
009920             IF CLI-PREJUIZO
009930                 SET COR-PREJUIZO TO TRUE
009940             ELSE
009950                 SET COR-A-LANCAR TO TRUE
009960             END-IF
009970         END-IF
009980     END-IF.
009990 3300-FECHAR-CONTA-GRAVAR.
010000     COMPUTE COR-TOTAL = COR-DIF-ACUMULADO + COR-DIF-CAPITALIZADO
010010             - COR-IRRF + COR-DIF-MULTA.
010020     IF COR-A-LANCAR
010030         ADD 1 TO WRK-CONT-CONTAS
010040         ADD COR-DIF-ACUMULADO    TO WRK-TOTAL-ACUMULADO
010050         ADD COR-DIF-CAPITALIZADO TO WRK-TOTAL-CAPITAL
010060         ADD COR-IRRF             TO WRK-TOTAL-IRRF
010070         ADD COR-DIF-MULTA        TO WRK-TOTAL-MULTA
010080         ADD COR-TOTAL            TO WRK-TOTAL-DIFERENCA
010090     ELSE
010100         ADD 1 TO WRK-CONT-FORA
010110     END-IF.
010120     WRITE COR-REGISTRO.
010130 3300-FECHAR-CONTA-EXIT.
010140     EXIT.
010150
010160*----------------------------------------------------------*
010170* 5000-CONFERIR-SIMULACAO - A EFETIVACAO SO LANCA O QUE O  *
010180*                  FINANCEIRO ASSINOU: O CLIJRCTL TEM DE   *
010190*                  TRAZER UMA SIMULACAO AINDA NAO          *
010200*                  EFETIVADA DO MESMO PERIODO, COM O MESMO *
010210*                  NUMERO DE PARES, DE CONTAS E O MESMO    *
010220*                  TOTAL LIQUIDO. QUALQUER DIFERENCA       *
010230*                  ABORTA SEM LANCAR NADA (RC 16).         *
010240*----------------------------------------------------------*
010250 5000-CONFERIR-SIMULACAO.
010260     OPEN INPUT CONTROLE-CORRECAO.
010270     IF FS-CONTROLE-COR NOT = "00"
010280         DISPLAY "CLIJRCOR: CLIJRCTL NAO ENCONTRADO - RODAR A "
010290                 "SIMULACAO ANTES DA EFETIVACAO"
010300         GO TO 5000-CONFERIR-SIMULACAO-RECUSA
010310     END-IF.
010320     READ CONTROLE-CORRECAO
010330         AT END
010340             MOVE SPACES TO JRC-SITUACAO
010350     END-READ.
010360     CLOSE CONTROLE-CORRECAO.
010370     IF NOT JRC-SIMULADA
010380         DISPLAY "CLIJRCOR: NENHUMA SIMULACAO PENDENTE NO "
010390                 "CLIJRCTL - RODAR A SIMULACAO ANTES"
010400         GO TO 5000-CONFERIR-SIMULACAO-RECUSA
010410     END-IF.
010420     IF JRC-DATA-INICIO NOT = WRK-DATA-INICIO
010430             OR JRC-DATA-FIM NOT = WRK-DATA-FIM
010440             OR JRC-QTD-FATORES NOT = WRK-QTD-FAT
010450             OR JRC-QTD-CONTAS NOT = WRK-CONT-CONTAS
010460             OR JRC-TOTAL-DIFERENCA NOT = WRK-TOTAL-DIFERENCA
010470         DISPLAY "CLIJRCOR: APURACAO NAO CONFERE COM A "
010480                 "SIMULACAO DE " JRC-DATA-SIMULACAO
010490                 " - SIMULAR E ASSINAR DE NOVO"
010500         GO TO 5000-CONFERIR-SIMULACAO-RECUSA
010510     END-IF.
010520     GO TO 5000-CONFERIR-SIMULACAO-EXIT.
010530 5000-CONFERIR-SIMULACAO-RECUSA.
010540     MOVE "EFETIVACAO RECUSADA - SEM SIMULACAO QUE CONFIRA" TO
010550             REL-LINHA.
010560     WRITE REL-LINHA AFTER ADVANCING 2 LINES.
010570     CLOSE CLIENTES-MASTER RELATORIO.
010580     MOVE 16 TO RETURN-CODE.
010590     GO TO 9999-EXIT.
010600 5000-CONFERIR-SIMULACAO-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------*
010640* 6000-TRATAR-CORRECOES - RELE O CLIJRWK, LANCA AS CONTAS  *
010650*                  A CORRIGIR (SO NA EFETIVACAO, SOB A     *
010660*                  TRAVA DO CLICTRL) E IMPRIME O DETALHE   *
010670*----------------------------------------------------------*
010680 6000-TRATAR-CORRECOES.
010690     IF MODO-EFETIVACAO
010700         PERFORM 1160-MARCAR-EM-PROCESSAMENTO
010710                 THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT
010720         OPEN EXTEND AUDITORIA
010730         OPEN I-O AUDITORIA-CHAVEADA
010740         IF FS-AUDK = "00" OR FS-AUDK = "05"
010750             SET ARQUIVO-AUDK-OK TO TRUE
010760         ELSE
010770             DISPLAY "CLIJRCOR: CLIAUDK INDISPONIVEL - STATUS "
010780                     FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
010790                     "CLIAUDKL)"
010800         END-IF
010810     END-IF.
010820     OPEN INPUT CORRECOES.
010830     PERFORM 6100-TRATAR-CORRECAO THRU 6100-TRATAR-CORRECAO-EXIT
010840             UNTIL FIM-ARQUIVO-CORRECOES.
010850     CLOSE CORRECOES.
010860 6000-TRATAR-CORRECOES-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------*
010900* 6100-TRATAR-CORRECAO - TRATA UMA CONTA DO CLIJRWK        *
010910*----------------------------------------------------------*
010920 6100-TRATAR-CORRECAO.
010930     READ CORRECOES
010940         AT END
010950             SET FIM-ARQUIVO-CORRECOES TO TRUE
010960             GO TO 6100-TRATAR-CORRECAO-EXIT
010970     END-READ.
010980     MOVE COR-CLIENTE          TO REL-DET-ID.
010990     MOVE COR-NOME             TO REL-DET-NOME.
011000     MOVE COR-TIPO-CONTA       TO REL-DET-TIPO.
011010     MOVE COR-LINHAS           TO REL-DET-LINHAS.
011020     MOVE COR-DIF-ACUMULADO    TO REL-DET-ACUMULADO.
011030     MOVE COR-DIF-CAPITALIZADO TO REL-DET-CAPITAL.
011040     MOVE COR-IRRF             TO REL-DET-IRRF.
011050     MOVE COR-DIF-MULTA        TO REL-DET-MULTA.
011060     MOVE COR-TOTAL            TO REL-DET-TOTAL.
011070     EVALUATE TRUE
011080         WHEN COR-JA-CORRIGIDA
011090             MOVE "JA CORRIGIDA"    TO REL-DET-SITUACAO
011100         WHEN COR-ENCERRADA
011110             MOVE "CONTA ENCERRADA" TO REL-DET-SITUACAO
011120         WHEN COR-PREJUIZO
011130             MOVE "CONTA PREJUIZO"  TO REL-DET-SITUACAO
011140         WHEN COR-INEXISTENTE
011150             MOVE "NAO ENCONTRADA"  TO REL-DET-SITUACAO
011160         WHEN MODO-EFETIVACAO
011170             PERFORM 6200-LANCAR-CORRECAO
011180                     THRU 6200-LANCAR-CORRECAO-EXIT
011190         WHEN OTHER
011200             MOVE "A LANCAR"        TO REL-DET-SITUACAO
011210     END-EVALUATE.
011220     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
011230 6100-TRATAR-CORRECAO-EXIT.
011240     EXIT.
011250
011260*----------------------------------------------------------*
011270* 6200-LANCAR-CORRECAO - LANCA A DIFERENCA DA CONTA: A     *
011280*                  PARTE ACUMULADA EM CLI-JUROS-ACUMULADO; *
011290*                  A CAPITALIZADA (LIQUIDA DO IRRF, QUE    *
011300*                  ACERTA O CLI-IRRF-ANO) E A MULTA NO     *
011310*                  SALDO; O GANHO DO ANO ACOMPANHA A PARTE *
011320*                  CAPITALIZADA. GRAVA A LINHA DE ORIGEM   *
011330*                  "K" (TAXA ZERADA, AUD-JUROS-DIA COM O   *
011340*                  TOTAL LIQUIDO E O PERIODO CORRIGIDO EM  *
011350*                  AUD-REF-CORRECAO) E O ESPELHO CLIAUDK   *
011360*----------------------------------------------------------*
011370 6200-LANCAR-CORRECAO.
011380     MOVE COR-CLIENTE TO CLI-ID.
011390     READ CLIENTES-MASTER
011400         INVALID KEY
011410             MOVE "NAO ENCONTRADA" TO REL-DET-SITUACAO
011420             ADD 1 TO WRK-CONT-FALHAS
011430             GO TO 6200-LANCAR-CORRECAO-EXIT
011440     END-READ.
011450     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
011460     ADD COR-DIF-ACUMULADO TO CLI-JUROS-ACUMULADO.
011470     COMPUTE CLI-SALDO = CLI-SALDO + COR-DIF-CAPITALIZADO
011480             - COR-IRRF + COR-DIF-MULTA.
011490     ADD COR-IRRF TO CLI-IRRF-ANO.
011500     COMPUTE CLI-SALDO-GANHO-ANO = CLI-SALDO-GANHO-ANO
011510             + COR-DIF-CAPITALIZADO - COR-IRRF.
011520     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
011530     MOVE COR-CLIENTE        TO AUD-CLIENTE-ID.
011540     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
011550     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
011560     MOVE ZEROS              TO AUD-TAXA-APLICADA.
011570     MOVE COR-TOTAL          TO AUD-JUROS-DIA.
011580     MOVE "K"                TO AUD-ORIGEM.
011590     MOVE SPACES             TO AUD-REF-CORRECAO.
011600     MOVE WRK-DATA-INICIO    TO AUD-COR-DATA-INICIO.
011610     MOVE WRK-DATA-FIM       TO AUD-COR-DATA-FIM.
011620     WRITE AUD-LINHA FROM AUD-REGISTRO.
011630     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
011640     REWRITE CLI-REGISTRO.
011650     IF FS-CLIENTES-MASTER NOT = "00"
011660         DISPLAY "CLIJRCOR: ERRO AO REGRAVAR CLIENTE "
011670                 COR-CLIENTE " STATUS " FS-CLIENTES-MASTER
011680         MOVE "FALHA GRAVACAO" TO REL-DET-SITUACAO
011690         ADD 1 TO WRK-CONT-FALHAS
011700         GO TO 6200-LANCAR-CORRECAO-EXIT
011710     END-IF.
011720     MOVE "LANCADA" TO REL-DET-SITUACAO.
011730     ADD 1 TO WRK-CONT-LANCADAS.
011740 6200-LANCAR-CORRECAO-EXIT.
011750     EXIT.
011760
011770*----------------------------------------------------------*
011780* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
011790*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
011800*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
011810*----------------------------------------------------------*
011820 7700-ESPELHAR-AUDK.
011830     IF NOT ARQUIVO-AUDK-OK
011840         GO TO 7700-ESPELHAR-AUDK-EXIT
011850     END-IF.
011860     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
011870     MOVE AUD-DATA       TO AUDK-DATA.
011880     MOVE AUD-REGISTRO   TO AUDK-LINHA.
011890     MOVE "N" TO WRK-AUDK-OK.
011900     MOVE 1 TO WRK-AUDK-SEQ.
011910     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
011920             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
011930     IF NOT AUDK-GRAVADO
011940         DISPLAY "CLIJRCOR: ESPELHO CLIAUDK NAO GRAVADO "
011950                 "PARA O CLIENTE " AUDK-CLIENTE
011960     END-IF.
011970 7700-ESPELHAR-AUDK-EXIT.
011980     EXIT.
011990
012000*----------------------------------------------------------*
012010* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
012020*                 DUPLICADA AVANCA A SEQUENCIA             *
012030*----------------------------------------------------------*
012040 7750-TENTAR-AUDK.
012050     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
012060     WRITE AUDK-REGISTRO
012070         INVALID KEY
012080             ADD 1 TO WRK-AUDK-SEQ
012090         NOT INVALID KEY
012100             SET AUDK-GRAVADO TO TRUE
012110     END-WRITE.
012120 7750-TENTAR-AUDK-EXIT.
012130     EXIT.
012140
012150*----------------------------------------------------------*
012160* 8000-GRAVAR-CONTROLE - A SIMULACAO GRAVA NO CLIJRCTL O   *
012170*                  TOTAL QUE O FINANCEIRO ASSINA; A        *
012180*                  EFETIVACAO MARCA A SIMULACAO COMO       *
012190*                  EFETIVADA, PARA NAO SER LANCADA DE NOVO *
012200*----------------------------------------------------------*
012210 8000-GRAVAR-CONTROLE.
012220     OPEN OUTPUT CONTROLE-CORRECAO.
012230     MOVE WRK-DATA-INICIO     TO JRC-DATA-INICIO.
012240     MOVE WRK-DATA-FIM        TO JRC-DATA-FIM.
012250     MOVE WRK-QTD-FAT         TO JRC-QTD-FATORES.
012260     MOVE WRK-CONT-CONTAS     TO JRC-QTD-CONTAS.
012270     MOVE WRK-TOTAL-DIFERENCA TO JRC-TOTAL-DIFERENCA.
012280     IF MODO-EFETIVACAO
012290         SET JRC-EFETIVADA TO TRUE
012300         MOVE WRK-DATA-EXECUCAO TO JRC-DATA-EFETIVACAO
012310     ELSE
012320         SET JRC-SIMULADA TO TRUE
012330         MOVE WRK-DATA-EXECUCAO TO JRC-DATA-SIMULACAO
012340         MOVE ZEROS TO JRC-DATA-EFETIVACAO
012350     END-IF.
012360     WRITE JRC-REGISTRO.
012370     CLOSE CONTROLE-CORRECAO.
012380 8000-GRAVAR-CONTROLE-EXIT.
012390     EXIT.
012400
012410*----------------------------------------------------------*
012420* 9000-FINALIZAR - IMPRIME OS TOTAIS, FECHA OS ARQUIVOS,   *
012430*                  SOLTA A TRAVA E DEVOLVE O CODIGO DE     *
012440*                  RETORNO DO STEP (RC 4 COM CONTA FORA DA *
012450*                  CORRECAO OU FALHA DE GRAVACAO)          *
012460*----------------------------------------------------------*
012470 9000-FINALIZAR.
012480     MOVE "LINHAS DE JUROS RECALCULADAS" TO REL-ROD-ROTULO.
012490     MOVE WRK-CONT-LINHAS TO REL-ROD-VALOR.
012500     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
012510     MOVE "LINHAS SEM SALDO BASE (NAO CORRIG.)" TO REL-ROD-ROTULO.
012520     MOVE WRK-CONT-SEM-BASE TO REL-ROD-VALOR.
012530     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012540     MOVE "CONTAS A CORRIGIR" TO REL-ROD-ROTULO.
012550     MOVE WRK-CONT-CONTAS TO REL-ROD-VALOR.
012560     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012570     MOVE "DIFERENCA NO JUROS ACUMULADO" TO REL-ROD-ROTULO.
012580     MOVE WRK-TOTAL-ACUMULADO TO REL-ROD-VALOR.
012590     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012600     MOVE "DIFERENCA JA CAPITALIZADA (BRUTA)" TO REL-ROD-ROTULO.
012610     MOVE WRK-TOTAL-CAPITAL TO REL-ROD-VALOR.
012620     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012630     MOVE "IRRF SOBRE A DIFERENCA CAPITALIZADA" TO REL-ROD-ROTULO.
012640     MOVE WRK-TOTAL-IRRF TO REL-ROD-VALOR.
012650     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012660     MOVE "DIFERENCA NA MULTA CHEQUE ESPECIAL" TO REL-ROD-ROTULO.
012670     MOVE WRK-TOTAL-MULTA TO REL-ROD-VALOR.
012680     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012690     MOVE "TOTAL LIQUIDO DA CORRECAO" TO REL-ROD-ROTULO.
012700     MOVE WRK-TOTAL-DIFERENCA TO REL-ROD-VALOR.
012710     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012720     MOVE "CONTAS FORA DA CORRECAO (MANUAL)" TO REL-ROD-ROTULO.
012730     MOVE WRK-CONT-FORA TO REL-ROD-VALOR.
012740     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
012750     IF MODO-EFETIVACAO
012760         MOVE "CONTAS CORRIGIDAS NO MESTRE         "
012770                 TO REL-ROD-ROTULO
012780         MOVE WRK-CONT-LANCADAS TO REL-ROD-VALOR
012790         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
012800         MOVE "FALHAS DE GRAVACAO                  "
012810                 TO REL-ROD-ROTULO
012820         MOVE WRK-CONT-FALHAS TO REL-ROD-VALOR
012830         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
012840         CLOSE AUDITORIA
012850         IF ARQUIVO-AUDK-OK
012860             CLOSE AUDITORIA-CHAVEADA
012870         END-IF
012880     END-IF.
012890     CLOSE CLIENTES-MASTER RELATORIO.
012900     IF MODO-EFETIVACAO
012910         PERFORM 1170-DESMARCAR-PROCESSAMENTO
012920                 THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT
012930     END-IF.
012940     IF WRK-CONT-FORA > ZEROS OR WRK-CONT-FALHAS > ZEROS
012950         MOVE 4 TO RETURN-CODE
012960     END-IF.
012970 9000-FINALIZAR-EXIT.
012980     EXIT.
012990
013000 9999-EXIT.
013010     STOP RUN.
