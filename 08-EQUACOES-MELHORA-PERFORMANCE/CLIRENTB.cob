000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIRENTB.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - RENTABILIDADE       *
000120*                    MENSAL POR AGENCIA, TIPO DE CONTA E   *
000130*                    MOEDA PARA A GERENCIA, QUE SO VIA OS  *
000140*                    NUMEROS UM PROGRAMA DE CADA VEZ       *
000150*                    (RELCLI, RELTAR, RELMOV). CRUZA AS    *
000160*                    LINHAS DO MES NO CLIAUDIT,            *
000170*                    CLASSIFICADAS POR CLIENTE, COM O      *
000180*                    CLIMSTR (LINHA BALANCEADA): DESPESA   *
000190*                    DE JUROS = PARCELAS "J" DE SALDO      *
000200*                    POSITIVO MAIS A CORRECAO "K"; RECEITA *
000210*                    DE MULTA = PARCELAS "J" DE SALDO      *
000220*                    NEGATIVO; RECEITA DE TARIFAS = "T" E  *
000230*                    "V" MENOS OS ESTORNOS "E" DE TARIFA   *
000240*                    (ORIGEM DO LANCAMENTO ESTORNADO LIDA  *
000250*                    NO CLIAUDK). SALDO MEDIO DA CONTA     *
000260*                    PELO HISTORICO DIARIO CLISDHST; SEM   *
000270*                    HISTORICO, PELOS SALDOS DAS LINHAS    *
000280*                    "J" DO MES OU, POR FIM, PELO SALDO    *
000290*                    ATUAL. USD E EUR CONVERTIDOS PELA     *
000300*                    TAXA DO CLIFXRT. MARGEM = TARIFAS +   *
000310*                    MULTA - JUROS, COMPARADA COM A DO MES *
000320*                    ANTERIOR LIDA NA GERACAO ANTERIOR DO  *
000330*                    ARQUIVO DE LAYOUT FIXO CLIRNTX, QUE   *
000340*                    VAI PARA A PLANILHA DA CONTROLADORIA. *
000350*                    PARM: AAAAMM DE REFERENCIA (PADRAO O  *
000360*                    MES ANTERIOR).                        *
000370*----------------------------------------------------------*
000380 ENVIRONMENT             DIVISION.
000390 CONFIGURATION           SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420
000430 INPUT-OUTPUT            SECTION.
000440 FILE-CONTROL.
000450     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-AUDITORIA.
000480*----------------------------------------------------------*
000490* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ORIGEM DO       *
000500* LANCAMENTO ESTORNADO                                     *
000510*----------------------------------------------------------*
000520     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS AUDK-CHAVE
000560         FILE STATUS IS FS-AUDK.
000570     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS CLI-ID
000610         FILE STATUS IS FS-CLIENTES-MASTER.
000620*----------------------------------------------------------*
000630* HISTORICO DIARIO DE SALDOS (CLISDFOT) - SALDO MEDIO      *
000640*----------------------------------------------------------*
000650     SELECT HISTORICO-SALDOS ASSIGN TO "CLISDHST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SDH-CHAVE
000690         FILE STATUS IS FS-HISTORICO-SALDOS.
000700     SELECT CAMBIO ASSIGN TO "CLIFXRT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-CAMBIO.
000730     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000740*----------------------------------------------------------*
000750* RENTABILIDADE DO MES ANTERIOR (GERACAO ANTERIOR DO       *
000760* CLIRNTX) E DO MES DE REFERENCIA, EM LAYOUT FIXO          *
000770*----------------------------------------------------------*
000780     SELECT RENTAB-ANTERIOR ASSIGN TO "CLIRNTA"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS FS-RENTAB-ANTERIOR.
000810     SELECT RENTAB-MES ASSIGN TO "CLIRNTX"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FS-RENTAB-MES.
000840     SELECT RELATORIO ASSIGN TO "RELRNT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS FS-RELATORIO.
000870
000880 DATA                    DIVISION.
000890 FILE                    SECTION.
000900 FD  AUDITORIA
000910     LABEL RECORD IS STANDARD.
000920 01  AUD-LINHA                PICTURE X(100).
000930
000940 FD  AUDITORIA-CHAVEADA
000950     LABEL RECORD IS STANDARD.
000960     COPY CLIAUKRG.
000970
000980 FD  CLIENTES-MASTER
000990     LABEL RECORD IS STANDARD.
001000     COPY CLIREG.
001010
001020 FD  HISTORICO-SALDOS
001030     LABEL RECORD IS STANDARD.
001040     COPY CLISDHRG.
001050
001060 FD  CAMBIO
001070     LABEL RECORD IS STANDARD.
001080 01  FX-REGISTRO.
001090     05  FX-DATA               PICTURE 9(08).
001100     05  FILLER                PICTURE X(01).
001110     05  FX-TAXA-USD           PICTURE 9(04)V9(04).
001120     05  FILLER                PICTURE X(01).
001130     05  FX-TAXA-EUR           PICTURE 9(04)V9(04).
001140
001150 SD  CLASSIFICACAO.
001160 01  SRT-REGISTRO.
001170     05  SRT-CLIENTE          PICTURE 9(06).
001180     05  SRT-JUROS            PICTURE S9(12)V99.
001190     05  SRT-TARIFAS          PICTURE S9(12)V99.
001200     05  SRT-MULTA            PICTURE S9(12)V99.
001210     05  SRT-SALDO-J          PICTURE S9(12).
001220     05  SRT-QTD-J            PICTURE 9(01).
001230
001240 FD  RENTAB-ANTERIOR
001250     LABEL RECORD IS STANDARD.
001260 01  ANT-LINHA                PICTURE X(120).
001270
001280 FD  RENTAB-MES
001290     LABEL RECORD IS STANDARD.
001300 01  RNT-LINHA                PICTURE X(120).
001310
001320 FD  RELATORIO
001330     LABEL RECORD IS STANDARD.
001340 01  REL-LINHA               PICTURE X(132).
001350
001360 WORKING-STORAGE         SECTION.
001370 01  WRK-FLAGS.
001380     05  WRK-FIM-AUDIT   PICTURE X(01)      VALUE "N".
001390         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001400     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001410         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001420     05  WRK-FIM-SORT    PICTURE X(01)      VALUE "N".
001430         88  FIM-CLASSIFICACAO              VALUE "S".
001440     05  WRK-FIM-HIST    PICTURE X(01)      VALUE "N".
001450         88  FIM-HISTORICO-SALDOS           VALUE "S".
001460     05  WRK-FIM-ANT     PICTURE X(01)      VALUE "N".
001470         88  FIM-RENTAB-ANTERIOR            VALUE "S".
001480     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001490         88  ARQUIVO-AUDK-OK                VALUE "S".
001500     05  WRK-TEM-HIST    PICTURE X(01)      VALUE "N".
001510         88  ARQUIVO-HISTORICO-OK           VALUE "S".
001520     05  WRK-ESTORNO-TARIFA PICTURE X(01)   VALUE "N".
001530         88  ESTORNO-DE-TARIFA              VALUE "S".
001540 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001550 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001560 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001570 01  FS-HISTORICO-SALDOS PICTURE X(02)      VALUE "00".
001580 01  FS-CAMBIO           PICTURE X(02)      VALUE "00".
001590 01  FS-RENTAB-ANTERIOR  PICTURE X(02)      VALUE "00".
001600 01  FS-RENTAB-MES       PICTURE X(02)      VALUE "00".
001610 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001620 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001630 77  WRK-AAAAMM-REF      PICTURE 9(06)      VALUE ZEROS.
001640 77  WRK-AAAAMM-ANT      PICTURE 9(06)      VALUE ZEROS.
001650 77  WRK-AAAAMM-AUD      PICTURE 9(06)      VALUE ZEROS.
001660 77  WRK-ANO-CALC        PICTURE 9(04)      VALUE ZEROS.
001670 77  WRK-MES-CALC        PICTURE 9(02)      VALUE ZEROS.
001680 77  WRK-DATA-INI-MES    PICTURE 9(08)      VALUE ZEROS.
001690 77  WRK-DATA-FIM-MES    PICTURE 9(08)      VALUE ZEROS.
001700 77  WRK-DATA-CAMBIO     PICTURE 9(08)      VALUE ZEROS.
001710 77  WRK-AAAAMM-CAMBIO   PICTURE 9(06)      VALUE ZEROS.
001720 77  WRK-TAXA-USD        PICTURE 9(04)V9(04) COMP VALUE ZEROS.
001730 77  WRK-TAXA-EUR        PICTURE 9(04)V9(04) COMP VALUE ZEROS.
001740 77  WRK-TAXA-CEL        PICTURE 9(04)V9(04) COMP VALUE ZEROS.
001750 77  WRK-VALOR-NUM       PICTURE S9(12)V99  COMP VALUE ZEROS.
001760 77  WRK-SALDO-ANT-NUM   PICTURE S9(12)V99  COMP VALUE ZEROS.
001770 77  WRK-CLIENTE-AUD     PICTURE 9(06)      VALUE ZEROS.
001780 77  WRK-IDX-CEL         PICTURE 9(03)      COMP VALUE ZEROS.
001790 77  WRK-IDX-CEL-ACHADO  PICTURE 9(03)      COMP VALUE ZEROS.
001800 77  WRK-IDX-CEL-INI     PICTURE 9(03)      COMP VALUE ZEROS.
001810 77  WRK-IDX-TROCA       PICTURE 9(03)      COMP VALUE ZEROS.
001820 77  WRK-QTD-CEL         PICTURE 9(03)      COMP VALUE ZEROS.
001830 77  WRK-MAX-CEL         PICTURE 9(03)      COMP VALUE 300.
001840 77  WRK-AGENCIA-ATUAL   PICTURE 9(04)      VALUE ZEROS.
001850 77  WRK-CONTA-JUROS     PICTURE S9(12)V99  COMP VALUE ZEROS.
001860 77  WRK-CONTA-TARIFAS   PICTURE S9(12)V99  COMP VALUE ZEROS.
001870 77  WRK-CONTA-MULTA     PICTURE S9(12)V99  COMP VALUE ZEROS.
001880 77  WRK-CONTA-SALDO-J   PICTURE S9(14)     COMP VALUE ZEROS.
001890 77  WRK-CONTA-QTD-J     PICTURE 9(06)      COMP VALUE ZEROS.
001900 77  WRK-CONTA-LINHAS    PICTURE 9(06)      COMP VALUE ZEROS.
001910 77  WRK-SOMA-HIST       PICTURE S9(14)     COMP VALUE ZEROS.
001920 77  WRK-DIAS-HIST       PICTURE 9(03)      COMP VALUE ZEROS.
001930 77  WRK-SALDO-MEDIO     PICTURE S9(12)     COMP VALUE ZEROS.
001940 77  WRK-MEDIO-BRL       PICTURE S9(14)     COMP VALUE ZEROS.
001950 77  WRK-SOMA-MEDIO-BRL  PICTURE S9(14)     COMP VALUE ZEROS.
001960 77  WRK-JUROS-BRL       PICTURE S9(14)     COMP VALUE ZEROS.
001970 77  WRK-TARIFAS-BRL     PICTURE S9(14)     COMP VALUE ZEROS.
001980 77  WRK-MULTA-BRL       PICTURE S9(14)     COMP VALUE ZEROS.
001990 77  WRK-MARGEM-BRL      PICTURE S9(14)     COMP VALUE ZEROS.
002000 77  WRK-AG-CONTAS       PICTURE 9(08)      COMP VALUE ZEROS.
002010 77  WRK-AG-MEDIO-BRL    PICTURE S9(14)     COMP VALUE ZEROS.
002020 77  WRK-AG-JUROS        PICTURE S9(14)     COMP VALUE ZEROS.
002030 77  WRK-AG-TARIFAS      PICTURE S9(14)     COMP VALUE ZEROS.
002040 77  WRK-AG-MULTA        PICTURE S9(14)     COMP VALUE ZEROS.
002050 77  WRK-AG-MARGEM       PICTURE S9(14)     COMP VALUE ZEROS.
002060 77  WRK-AG-MARGEM-ANT   PICTURE S9(14)     COMP VALUE ZEROS.
002070 77  WRK-TOT-CONTAS      PICTURE 9(08)      COMP VALUE ZEROS.
002080 77  WRK-TOT-MEDIO-BRL   PICTURE S9(14)     COMP VALUE ZEROS.
002090 77  WRK-TOT-JUROS       PICTURE S9(14)     COMP VALUE ZEROS.
002100 77  WRK-TOT-TARIFAS     PICTURE S9(14)     COMP VALUE ZEROS.
002110 77  WRK-TOT-MULTA       PICTURE S9(14)     COMP VALUE ZEROS.
002120 77  WRK-TOT-MARGEM      PICTURE S9(14)     COMP VALUE ZEROS.
002130 77  WRK-TOT-MARGEM-ANT  PICTURE S9(14)     COMP VALUE ZEROS.
002140 77  WRK-HASH-TOTAL      PICTURE S9(15)     COMP VALUE ZEROS.
002150 77  WRK-QTD-DETALHES    PICTURE 9(06)      COMP VALUE ZEROS.
002160 77  WRK-CONT-LIDAS      PICTURE 9(08)      COMP VALUE ZEROS.
002170 77  WRK-CONT-LINHAS-MES PICTURE 9(08)      COMP VALUE ZEROS.
002180 77  WRK-CONT-SEM-CADASTRO PICTURE 9(08)    COMP VALUE ZEROS.
002190 77  WRK-CONT-ESTORNO-NC PICTURE 9(08)      COMP VALUE ZEROS.
002200 77  WRK-CONT-MEDIA-HIST PICTURE 9(08)      COMP VALUE ZEROS.
002210 77  WRK-CONT-MEDIA-JUROS PICTURE 9(08)     COMP VALUE ZEROS.
002220 77  WRK-CONT-MEDIA-SALDO PICTURE 9(08)     COMP VALUE ZEROS.
002230 77  WRK-CONT-SEM-CELULA PICTURE 9(08)      COMP VALUE ZEROS.
002240
002250*----------------------------------------------------------*
002260* LINHA DA TRILHA DE AUDITORIA                             *
002270*----------------------------------------------------------*
002280     COPY CLIAUDRG.
002290
002300*----------------------------------------------------------*
002310* CELULAS AGENCIA + TIPO DE CONTA + MOEDA: VALORES DO MES  *
002320* NA MOEDA DA CONTA E OS DO MES ANTERIOR JA EM BRL         *
002330*----------------------------------------------------------*
002340 01  TAB-CELULAS.
002350     05  TAB-CEL-ENTRADA          OCCURS 300 TIMES.
002360         10  TAB-CEL-CHAVE.
002370             15  TAB-CEL-AGENCIA  PICTURE 9(04).
002380             15  TAB-CEL-TIPO     PICTURE X(01).
002390             15  TAB-CEL-MOEDA    PICTURE X(03).
002400         10  TAB-CEL-CONTAS       PICTURE 9(08) COMP.
002410         10  TAB-CEL-SOMA-MEDIO   PICTURE S9(14) COMP.
002420         10  TAB-CEL-JUROS        PICTURE S9(14)V99 COMP.
002430         10  TAB-CEL-TARIFAS      PICTURE S9(14)V99 COMP.
002440         10  TAB-CEL-MULTA        PICTURE S9(14)V99 COMP.
002450         10  TAB-CEL-TEM-ANT      PICTURE X(01).
002460         10  TAB-CEL-ANT-CONTAS   PICTURE 9(08) COMP.
002470         10  TAB-CEL-ANT-MARGEM   PICTURE S9(14) COMP.
002480 01  WRK-CEL-CHAVE.
002490     05  WRK-CEL-AGENCIA          PICTURE 9(04).
002500     05  WRK-CEL-TIPO             PICTURE X(01).
002510     05  WRK-CEL-MOEDA            PICTURE X(03).
002520 01  WRK-CEL-TROCA.
002530     05  FILLER                   PICTURE X(08).
002540     05  FILLER                   PICTURE 9(08) COMP.
002550     05  FILLER                   PICTURE S9(14) COMP.
002560     05  FILLER                   PICTURE S9(14)V99 COMP.
002570     05  FILLER                   PICTURE S9(14)V99 COMP.
002580     05  FILLER                   PICTURE S9(14)V99 COMP.
002590     05  FILLER                   PICTURE X(01).
002600     05  FILLER                   PICTURE 9(08) COMP.
002610     05  FILLER                   PICTURE S9(14) COMP.
002620
002630*----------------------------------------------------------*
002640* LINHAS DO ARQUIVO CLIRNTX (LAYOUT FIXO DA CONTROLADORIA) *
002650*----------------------------------------------------------*
002660 01  RNT-CABECALHO.
002670     05  RNT-CAB-TIPO        PICTURE X(01) VALUE "H".
002680     05  RNT-CAB-AAAAMM      PICTURE 9(06).
002690     05  RNT-CAB-DATA-GER    PICTURE 9(08).
002700     05  RNT-CAB-TAXA-USD    PICTURE 9(04)V9(04).
002710     05  RNT-CAB-TAXA-EUR    PICTURE 9(04)V9(04).
002720     05  FILLER              PICTURE X(89) VALUE SPACES.
002730 01  RNT-DETALHE.
002740     05  RNT-DET-TIPO        PICTURE X(01) VALUE "D".
002750     05  RNT-DET-CHAVE.
002760         10  RNT-DET-AGENCIA PICTURE 9(04).
002770         10  RNT-DET-TIPO-CONTA PICTURE X(01).
002780         10  RNT-DET-MOEDA   PICTURE X(03).
002790     05  RNT-DET-CONTAS      PICTURE 9(06).
002800     05  RNT-DET-MEDIO-MOEDA PICTURE S9(13).
002810     05  RNT-DET-MEDIO-BRL   PICTURE S9(13).
002820     05  RNT-DET-JUROS-BRL   PICTURE S9(13).
002830     05  RNT-DET-TARIFAS-BRL PICTURE S9(13).
002840     05  RNT-DET-MULTA-BRL   PICTURE S9(13).
002850     05  RNT-DET-MARGEM-BRL  PICTURE S9(13).
002860     05  RNT-DET-ANT-CONTAS  PICTURE 9(06).
002870     05  RNT-DET-ANT-MARGEM  PICTURE S9(13).
002880     05  FILLER              PICTURE X(08) VALUE SPACES.
002890 01  RNT-TRAILER.
002900     05  RNT-TRL-TIPO        PICTURE X(01) VALUE "T".
002910     05  RNT-TRL-QTD         PICTURE 9(06).
002920     05  RNT-TRL-HASH        PICTURE S9(15).
002930     05  FILLER              PICTURE X(98) VALUE SPACES.
002940
002950*----------------------------------------------------------*
002960* LINHAS DO RELATORIO (VALORES EM BRL)                     *
002970*----------------------------------------------------------*
002980 01  REL-CABECALHO-1.
002990     05  FILLER              PICTURE X(46)
003000         VALUE "RENTABILIDADE POR AGENCIA E PRODUTO (CLIRENTB)".
003010     05  FILLER              PICTURE X(06) VALUE " MES ".
003020     05  REL-CAB-AAAAMM      PICTURE 9(06).
003030     05  FILLER              PICTURE X(14) VALUE "  CAMBIO USD ".
003040     05  REL-CAB-TAXA-USD    PICTURE ZZZ9,9999.
003050     05  FILLER              PICTURE X(05) VALUE " EUR ".
003060     05  REL-CAB-TAXA-EUR    PICTURE ZZZ9,9999.
003070     05  FILLER              PICTURE X(37) VALUE SPACES.
003080 01  REL-CABECALHO-2.
003090     05  FILLER              PICTURE X(06) VALUE "AGEN. ".
003100     05  FILLER              PICTURE X(12) VALUE "PRODUTO".
003110     05  FILLER              PICTURE X(04) VALUE "MOE ".
003120     05  FILLER              PICTURE X(08) VALUE " CONTAS ".
003130     05  FILLER              PICTURE X(17)
003140             VALUE "     SALDO MEDIO ".
003150     05  FILLER              PICTURE X(13) VALUE "       JUROS ".
003160     05  FILLER              PICTURE X(13) VALUE "     TARIFAS ".
003170     05  FILLER              PICTURE X(13) VALUE "       MULTA ".
003180     05  FILLER              PICTURE X(13) VALUE "      MARGEM ".
003190     05  FILLER              PICTURE X(13) VALUE "  MARGEM ANT ".
003200     05  FILLER              PICTURE X(12) VALUE "    VARIACAO".
003210     05  FILLER              PICTURE X(08) VALUE " OBS".
003220 01  REL-LINHA-CELULA.
003230     05  REL-CEL-AGENCIA     PICTURE 9(04).
003240     05  FILLER              PICTURE X(02) VALUE SPACES.
003250     05  REL-CEL-PRODUTO     PICTURE X(11).
003260     05  FILLER              PICTURE X(01) VALUE SPACES.
003270     05  REL-CEL-MOEDA       PICTURE X(03).
003280     05  FILLER              PICTURE X(01) VALUE SPACES.
003290     05  REL-CEL-CONTAS      PICTURE ZZZ.ZZ9.
003300     05  FILLER              PICTURE X(01) VALUE SPACES.
003310     05  REL-CEL-MEDIO       PICTURE -ZZZ.ZZZ.ZZZ.ZZ9.
003320     05  FILLER              PICTURE X(01) VALUE SPACES.
003330     05  REL-CEL-JUROS       PICTURE -ZZZ.ZZZ.ZZ9.
003340     05  FILLER              PICTURE X(01) VALUE SPACES.
003350     05  REL-CEL-TARIFAS     PICTURE -ZZZ.ZZZ.ZZ9.
003360     05  FILLER              PICTURE X(01) VALUE SPACES.
003370     05  REL-CEL-MULTA       PICTURE -ZZZ.ZZZ.ZZ9.
003380     05  FILLER              PICTURE X(01) VALUE SPACES.
003390     05  REL-CEL-MARGEM      PICTURE -ZZZ.ZZZ.ZZ9.
003400     05  FILLER              PICTURE X(01) VALUE SPACES.
003410     05  REL-CEL-MARGEM-ANT  PICTURE -ZZZ.ZZZ.ZZ9.
003420     05  FILLER              PICTURE X(01) VALUE SPACES.
003430     05  REL-CEL-VARIACAO    PICTURE -ZZZ.ZZZ.ZZ9.
003440     05  FILLER              PICTURE X(01) VALUE SPACES.
003450     05  REL-CEL-OBS         PICTURE X(05).
003460     05  FILLER              PICTURE X(02) VALUE SPACES.
003470 01  REL-TIT-CONTROLE.
003480     05  FILLER              PICTURE X(30)
003490             VALUE "QUADRO DE TOTAIS DE CONTROLE".
003500     05  FILLER              PICTURE X(102) VALUE SPACES.
003510 01  REL-RODAPE.
003520     05  REL-ROD-ROTULO      PICTURE X(30).
003530     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003540     05  FILLER              PICTURE X(84) VALUE SPACES.
003550
003560 LINKAGE                 SECTION.
003570 01  LK-PARM-AAAAMM          PICTURE X(06).
003580
003590 PROCEDURE               DIVISION USING LK-PARM-AAAAMM.
003600*----------------------------------------------------------*
003610* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003620*----------------------------------------------------------*
003630 0000-MAINLINE.
003640     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003650     SORT CLASSIFICACAO
003660             ON ASCENDING KEY SRT-CLIENTE
003670             INPUT PROCEDURE IS 2000-SELECIONAR-AUDITORIA
003680                     THRU 2000-SELECIONAR-AUDITORIA-EXIT
003690             OUTPUT PROCEDURE IS 3000-APURAR-CONTAS
003700                     THRU 3000-APURAR-CONTAS-EXIT.
003710     PERFORM 4000-EMITIR-RESULTADO
003720             THRU 4000-EMITIR-RESULTADO-EXIT.
003730     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003740     GO TO 9999-EXIT.
003750
003760*----------------------------------------------------------*
003770* 1000-INICIALIZAR - MES DE REFERENCIA, CAMBIO, MES        *
003780*                    ANTERIOR E ABERTURAS                  *
003790*----------------------------------------------------------*
003800 1000-INICIALIZAR.
003810     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003820*   SEM PARM, O MES APURADO E O ANTERIOR AO DA EXECUCAO.
003830     COMPUTE WRK-AAAAMM-REF = WRK-DATA-SISTEMA / 100.
003840     PERFORM 1050-MES-ANTERIOR THRU 1050-MES-ANTERIOR-EXIT.
003850     MOVE WRK-AAAAMM-ANT TO WRK-AAAAMM-REF.
003860     IF LK-PARM-AAAAMM IS NUMERIC
003870             AND LK-PARM-AAAAMM NOT = "000000"
003880         MOVE LK-PARM-AAAAMM TO WRK-AAAAMM-REF
003890     END-IF.
003900     PERFORM 1050-MES-ANTERIOR THRU 1050-MES-ANTERIOR-EXIT.
003910     COMPUTE WRK-DATA-INI-MES = WRK-AAAAMM-REF * 100 + 1.
003920     COMPUTE WRK-DATA-FIM-MES = WRK-AAAAMM-REF * 100 + 31.
003930     PERFORM 1200-LER-CAMBIO THRU 1200-LER-CAMBIO-EXIT.
003940     OPEN INPUT AUDITORIA.
003950     IF FS-AUDITORIA NOT = "00"
003960         DISPLAY "CLIRENTB: ERRO AO ABRIR CLIAUDIT - STATUS "
003970                 FS-AUDITORIA
003980         MOVE 16 TO RETURN-CODE
003990         GO TO 9999-EXIT
004000     END-IF.
004010     OPEN INPUT CLIENTES-MASTER.
004020     IF FS-CLIENTES-MASTER NOT = "00"
004030         DISPLAY "CLIRENTB: ERRO AO ABRIR CLIMSTR - STATUS "
004040                 FS-CLIENTES-MASTER
004050         CLOSE AUDITORIA
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 9999-EXIT
004080     END-IF.
004090     OPEN INPUT AUDITORIA-CHAVEADA.
004100     IF FS-AUDK = "00"
004110         SET ARQUIVO-AUDK-OK TO TRUE
004120     ELSE
004130         DISPLAY "CLIRENTB: CLIAUDK INDISPONIVEL - STATUS "
004140                 FS-AUDK " - ESTORNOS NAO ABATEM TARIFAS"
004150         MOVE 4 TO RETURN-CODE
004160     END-IF.
004170     OPEN INPUT HISTORICO-SALDOS.
004180     IF FS-HISTORICO-SALDOS = "00"
004190         SET ARQUIVO-HISTORICO-OK TO TRUE
004200     ELSE
004210         DISPLAY "CLIRENTB: CLISDHST INDISPONIVEL - STATUS "
004220                 FS-HISTORICO-SALDOS " - SALDO MEDIO PELAS "
004230                 "LINHAS DE JUROS"
004240         MOVE 4 TO RETURN-CODE
004250     END-IF.
004260     PERFORM 1300-CARREGAR-ANTERIOR
004270             THRU 1300-CARREGAR-ANTERIOR-EXIT.
004280     OPEN OUTPUT RENTAB-MES.
004290     IF FS-RENTAB-MES NOT = "00"
004300         DISPLAY "CLIRENTB: ERRO AO ABRIR CLIRNTX - STATUS "
004310                 FS-RENTAB-MES
004320         CLOSE AUDITORIA CLIENTES-MASTER
004330         MOVE 16 TO RETURN-CODE
004340         GO TO 9999-EXIT
004350     END-IF.
004360     MOVE WRK-AAAAMM-REF   TO RNT-CAB-AAAAMM REL-CAB-AAAAMM.
004370     MOVE WRK-DATA-SISTEMA TO RNT-CAB-DATA-GER.
004380     MOVE WRK-TAXA-USD     TO RNT-CAB-TAXA-USD REL-CAB-TAXA-USD.
004390     MOVE WRK-TAXA-EUR     TO RNT-CAB-TAXA-EUR REL-CAB-TAXA-EUR.
004400     MOVE "H" TO RNT-CAB-TIPO.
004410     WRITE RNT-LINHA FROM RNT-CABECALHO.
004420     OPEN OUTPUT RELATORIO.
004430     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
004440     WRITE REL-LINHA FROM REL-CABECALHO-2
004450             AFTER ADVANCING 2 LINES.
004460 1000-INICIALIZAR-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------*
004500* 1050-MES-ANTERIOR - WRK-AAAAMM-ANT = MES ANTERIOR AO     *
004510*                    WRK-AAAAMM-REF                        *
004520*----------------------------------------------------------*
004530 1050-MES-ANTERIOR.
004540     COMPUTE WRK-ANO-CALC = WRK-AAAAMM-REF / 100.
004550     COMPUTE WRK-MES-CALC = WRK-AAAAMM-REF - (WRK-ANO-CALC * 100).
004560     IF WRK-MES-CALC = 1
004570         SUBTRACT 1 FROM WRK-ANO-CALC
004580         MOVE 12 TO WRK-MES-CALC
004590     ELSE
004600         SUBTRACT 1 FROM WRK-MES-CALC
004610     END-IF.
004620     COMPUTE WRK-AAAAMM-ANT = WRK-ANO-CALC * 100 + WRK-MES-CALC.
004630 1050-MES-ANTERIOR-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------*
004670* 1200-LER-CAMBIO - TAXAS DO CLIFXRT; TAXA DE MES          *
004680*                    DIFERENTE GANHA AVISO, NOS MOLDES DO  *
004690*                    CLIBACEN                              *
004700*----------------------------------------------------------*
004710 1200-LER-CAMBIO.
004720     OPEN INPUT CAMBIO.
004730     IF FS-CAMBIO NOT = "00"
004740         DISPLAY "CLIRENTB: CLIFXRT NAO ENCONTRADO - CONTAS "
004750                 "USD/EUR SAIRAO ZERADAS EM BRL"
004760         MOVE 4 TO RETURN-CODE
004770         GO TO 1200-LER-CAMBIO-EXIT
004780     END-IF.
004790     READ CAMBIO
004800         AT END
004810             CONTINUE
004820         NOT AT END
004830             MOVE FX-DATA     TO WRK-DATA-CAMBIO
004840             MOVE FX-TAXA-USD TO WRK-TAXA-USD
004850             MOVE FX-TAXA-EUR TO WRK-TAXA-EUR
004860     END-READ.
004870     CLOSE CAMBIO.
004880     COMPUTE WRK-AAAAMM-CAMBIO = WRK-DATA-CAMBIO / 100.
004890     IF WRK-AAAAMM-CAMBIO NOT = WRK-AAAAMM-REF
004900         DISPLAY "CLIRENTB: TAXA DE CAMBIO DE " WRK-DATA-CAMBIO
004910                 " NAO E DO MES DE REFERENCIA " WRK-AAAAMM-REF
004920     END-IF.
004930 1200-LER-CAMBIO-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------*
004970* 1300-CARREGAR-ANTERIOR - CELULAS DO MES ANTERIOR (GERACAO*
004980*                    ANTERIOR DO CLIRNTX). ARQUIVO AUSENTE *
004990*                    OU DE OUTRO MES: SEM COMPARACAO, RC 4 *
005000*----------------------------------------------------------*
005010 1300-CARREGAR-ANTERIOR.
005020     OPEN INPUT RENTAB-ANTERIOR.
005030     IF FS-RENTAB-ANTERIOR NOT = "00"
005040         DISPLAY "CLIRENTB: CLIRNTA INDISPONIVEL - STATUS "
005050                 FS-RENTAB-ANTERIOR " - SEM COMPARACAO COM O "
005060                 "MES ANTERIOR"
005070         MOVE 4 TO RETURN-CODE
005080         GO TO 1300-CARREGAR-ANTERIOR-EXIT
005090     END-IF.
005100     READ RENTAB-ANTERIOR
005110         AT END
005120             MOVE SPACES TO ANT-LINHA
005130     END-READ.
005140     MOVE ANT-LINHA TO RNT-CABECALHO.
005150     IF RNT-CAB-TIPO NOT = "H"
005160             OR RNT-CAB-AAAAMM NOT = WRK-AAAAMM-ANT
005170         DISPLAY "CLIRENTB: CLIRNTA NAO E DO MES "
005180                 WRK-AAAAMM-ANT " - SEM COMPARACAO COM O MES "
005190                 "ANTERIOR"
005200         CLOSE RENTAB-ANTERIOR
005210         MOVE 4 TO RETURN-CODE
005220         GO TO 1300-CARREGAR-ANTERIOR-EXIT
005230     END-IF.
005240     PERFORM 1350-LER-ANTERIOR THRU 1350-LER-ANTERIOR-EXIT
005250             UNTIL FIM-RENTAB-ANTERIOR.
005260     CLOSE RENTAB-ANTERIOR.
005270 1300-CARREGAR-ANTERIOR-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* 1350-LER-ANTERIOR - GUARDA UMA CELULA DO MES ANTERIOR    *
005320*----------------------------------------------------------*
005330 1350-LER-ANTERIOR.
005340     READ RENTAB-ANTERIOR
005350         AT END
005360             SET FIM-RENTAB-ANTERIOR TO TRUE
005370             GO TO 1350-LER-ANTERIOR-EXIT
005380     END-READ.
005390     MOVE ANT-LINHA TO RNT-DETALHE.
005400     IF RNT-DET-TIPO NOT = "D"
005410         GO TO 1350-LER-ANTERIOR-EXIT
005420     END-IF.
005430     MOVE RNT-DET-CHAVE TO WRK-CEL-CHAVE.
005440     PERFORM 5000-ACHAR-CELULA THRU 5000-ACHAR-CELULA-EXIT.
005450     IF WRK-IDX-CEL = ZEROS
005460         GO TO 1350-LER-ANTERIOR-EXIT
005470     END-IF.
005480     MOVE "S"                TO TAB-CEL-TEM-ANT (WRK-IDX-CEL).
005490     MOVE RNT-DET-CONTAS     TO TAB-CEL-ANT-CONTAS (WRK-IDX-CEL).
005500     MOVE RNT-DET-MARGEM-BRL TO TAB-CEL-ANT-MARGEM (WRK-IDX-CEL).
005510 1350-LER-ANTERIOR-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------*
005550* 2000-SELECIONAR-AUDITORIA - LE O CLIAUDIT E LIBERA PARA  *
005560*                    A CLASSIFICACAO AS LINHAS DO MES QUE  *
005570*                    PESAM NO RESULTADO, JA SEPARADAS EM   *
005580*                    JUROS, TARIFAS E MULTA                *
005590*----------------------------------------------------------*
005600 2000-SELECIONAR-AUDITORIA.
005610     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
005620             UNTIL FIM-ARQUIVO-AUDITORIA.
005630     CLOSE AUDITORIA.
005640 2000-SELECIONAR-AUDITORIA-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------*
005680* 2100-LER-AUDITORIA - CLASSIFICA UMA LINHA DO CLIAUDIT:   *
005690*                    "J" DE SALDO NEGATIVO E MULTA, "J" DE *
005700*                    SALDO POSITIVO E "K" SAO JUROS, "T" E *
005710*                    "V" SAO TARIFAS (VALOR NEGATIVO NA    *
005720*                    CONTA = RECEITA) E "E" DE TARIFA      *
005730*                    ABATE A RECEITA. AS DEMAIS ORIGENS    *
005740*                    NAO ENTRAM NA MARGEM.                 *
005750*----------------------------------------------------------*
005760 2100-LER-AUDITORIA.
005770     READ AUDITORIA
005780         AT END
005790             SET FIM-ARQUIVO-AUDITORIA TO TRUE
005800             GO TO 2100-LER-AUDITORIA-EXIT
005810     END-READ.
005820     ADD 1 TO WRK-CONT-LIDAS.
005830     MOVE AUD-LINHA TO AUD-REGISTRO.
005840     IF AUD-DATA NOT NUMERIC
005850         GO TO 2100-LER-AUDITORIA-EXIT
005860     END-IF.
005870     COMPUTE WRK-AAAAMM-AUD = AUD-DATA / 100.
005880     IF WRK-AAAAMM-AUD NOT = WRK-AAAAMM-REF
005890         GO TO 2100-LER-AUDITORIA-EXIT
005900     END-IF.
005910     MOVE ZEROS TO SRT-JUROS SRT-TARIFAS SRT-MULTA
005920                   SRT-SALDO-J SRT-QTD-J.
005930     MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-AUD.
005940     MOVE AUD-JUROS-DIA  TO WRK-VALOR-NUM.
005950     EVALUATE AUD-ORIGEM
005960         WHEN "J"
005970             MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-NUM
005980             IF WRK-SALDO-ANT-NUM < ZERO
005990                 COMPUTE SRT-MULTA = ZERO - WRK-VALOR-NUM
006000             ELSE
006010                 MOVE WRK-VALOR-NUM TO SRT-JUROS
006020             END-IF
006030             MOVE AUD-SALDO-NOVO TO SRT-SALDO-J
006040             MOVE 1 TO SRT-QTD-J
006050         WHEN "K"
006060             MOVE WRK-VALOR-NUM TO SRT-JUROS
006070         WHEN "T"
006080         WHEN "V"
006090             COMPUTE SRT-TARIFAS = ZERO - WRK-VALOR-NUM
006100         WHEN "E"
006110             PERFORM 2200-CLASSIFICAR-ESTORNO
006120                     THRU 2200-CLASSIFICAR-ESTORNO-EXIT
006130             IF NOT ESTORNO-DE-TARIFA
006140                 GO TO 2100-LER-AUDITORIA-EXIT
006150             END-IF
006160             COMPUTE SRT-TARIFAS = ZERO - WRK-VALOR-NUM
006170         WHEN OTHER
006180             GO TO 2100-LER-AUDITORIA-EXIT
006190     END-EVALUATE.
006200     ADD 1 TO WRK-CONT-LINHAS-MES.
006210     MOVE WRK-CLIENTE-AUD TO SRT-CLIENTE.
006220     RELEASE SRT-REGISTRO.
006230 2100-LER-AUDITORIA-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------*
006270* 2200-CLASSIFICAR-ESTORNO - LE NO CLIAUDK O LANCAMENTO    *
006280*                    ESTORNADO (AUD-REF-ESTORNO) E MARCA   *
006290*                    O ESTORNO DE TARIFA "T" OU "V"        *
006300*----------------------------------------------------------*
006310 2200-CLASSIFICAR-ESTORNO.
006320     MOVE "N" TO WRK-ESTORNO-TARIFA.
006330     IF NOT ARQUIVO-AUDK-OK
006340         ADD 1 TO WRK-CONT-ESTORNO-NC
006350         GO TO 2200-CLASSIFICAR-ESTORNO-EXIT
006360     END-IF.
006370     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
006380     MOVE AUD-REF-DATA   TO AUDK-DATA.
006390     MOVE AUD-REF-SEQ    TO AUDK-SEQ.
006400     READ AUDITORIA-CHAVEADA
006410         INVALID KEY
006420             ADD 1 TO WRK-CONT-ESTORNO-NC
006430             GO TO 2200-CLASSIFICAR-ESTORNO-EXIT
006440     END-READ.
006450     MOVE AUDK-LINHA TO AUD-REGISTRO.
006460     IF AUD-ORIGEM = "T" OR AUD-ORIGEM = "V"
006470         SET ESTORNO-DE-TARIFA TO TRUE
006480     END-IF.
006490 2200-CLASSIFICAR-ESTORNO-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------*
006530* 3000-APURAR-CONTAS - LINHA BALANCEADA ENTRE O CLIMSTR E  *
006540*                    AS LINHAS CLASSIFICADAS POR CLIENTE.  *
006550*                    LINHA SEM CONTA NO MESTRE (CONTA JA   *
006560*                    EXPURGADA) SO E CONTADA.              *
006570*----------------------------------------------------------*
006580 3000-APURAR-CONTAS.
006590     PERFORM 3050-RETORNAR-LINHA THRU 3050-RETORNAR-LINHA-EXIT.
006600     PERFORM 3100-LER-MESTRE THRU 3100-LER-MESTRE-EXIT.
006610     PERFORM 3200-TRATAR-CONTA THRU 3200-TRATAR-CONTA-EXIT
006620             UNTIL FIM-ARQUIVO-CLIENTES.
006630     PERFORM 3300-SEM-CADASTRO THRU 3300-SEM-CADASTRO-EXIT
006640             UNTIL FIM-CLASSIFICACAO.
006650 3000-APURAR-CONTAS-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------*
006690* 3050-RETORNAR-LINHA - PROXIMA LINHA CLASSIFICADA         *
006700*----------------------------------------------------------*
006710 3050-RETORNAR-LINHA.
006720     RETURN CLASSIFICACAO
006730         AT END
006740             SET FIM-CLASSIFICACAO TO TRUE
006750     END-RETURN.
006760 3050-RETORNAR-LINHA-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------*
006800* 3100-LER-MESTRE - LEITURA SEQUENCIAL DO MESTRE           *
006810*----------------------------------------------------------*
006820 3100-LER-MESTRE.
006830     READ CLIENTES-MASTER NEXT RECORD
006840         AT END
006850             SET FIM-ARQUIVO-CLIENTES TO TRUE
006860     END-READ.
006870 3100-LER-MESTRE-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------*
006910* 3200-TRATAR-CONTA - SOMA AS LINHAS DA CONTA E, SE ELA    *
006920*                    EXISTIU NO MES OU TEVE LINHAS, LEVA   *
006930*                    PARA A CELULA                         *
006940*----------------------------------------------------------*
006950 3200-TRATAR-CONTA.
006960     MOVE ZEROS TO WRK-CONTA-JUROS WRK-CONTA-TARIFAS
006970                   WRK-CONTA-MULTA WRK-CONTA-SALDO-J
006980                   WRK-CONTA-QTD-J WRK-CONTA-LINHAS.
006990     PERFORM 3300-SEM-CADASTRO THRU 3300-SEM-CADASTRO-EXIT
007000             UNTIL FIM-CLASSIFICACAO
007010                OR SRT-CLIENTE NOT < CLI-ID.
007020     PERFORM 3250-SOMAR-LINHA THRU 3250-SOMAR-LINHA-EXIT
007030             UNTIL FIM-CLASSIFICACAO
007040                OR SRT-CLIENTE NOT = CLI-ID.
007050     IF WRK-CONTA-LINHAS > ZEROS
007060         PERFORM 3400-FECHAR-CONTA THRU 3400-FECHAR-CONTA-EXIT
007070     ELSE
007080         IF CLI-DATA-ABERTURA NOT > WRK-DATA-FIM-MES AND
007090            (CLI-DATA-ENCERRAMENTO = ZEROS OR
007100             CLI-DATA-ENCERRAMENTO NOT < WRK-DATA-INI-MES)
007110             PERFORM 3400-FECHAR-CONTA
007120                     THRU 3400-FECHAR-CONTA-EXIT
007130         END-IF
007140     END-IF.
007150     PERFORM 3100-LER-MESTRE THRU 3100-LER-MESTRE-EXIT.
007160 3200-TRATAR-CONTA-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------*
007200* 3250-SOMAR-LINHA - SOMA UMA LINHA DA CONTA CORRENTE      *
007210*----------------------------------------------------------*
007220 3250-SOMAR-LINHA.
007230     ADD 1           TO WRK-CONTA-LINHAS.
007240     ADD SRT-JUROS   TO WRK-CONTA-JUROS.
007250     ADD SRT-TARIFAS TO WRK-CONTA-TARIFAS.
007260     ADD SRT-MULTA   TO WRK-CONTA-MULTA.
007270     ADD SRT-SALDO-J TO WRK-CONTA-SALDO-J.
007280     ADD SRT-QTD-J   TO WRK-CONTA-QTD-J.
007290     PERFORM 3050-RETORNAR-LINHA THRU 3050-RETORNAR-LINHA-EXIT.
007300 3250-SOMAR-LINHA-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------*
007340* 3300-SEM-CADASTRO - LINHA DE CLIENTE AUSENTE DO MESTRE   *
007350*----------------------------------------------------------*
007360 3300-SEM-CADASTRO.
007370     ADD 1 TO WRK-CONT-SEM-CADASTRO.
007380     PERFORM 3050-RETORNAR-LINHA THRU 3050-RETORNAR-LINHA-EXIT.
007390 3300-SEM-CADASTRO-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------*
007430* 3400-FECHAR-CONTA - SALDO MEDIO DA CONTA E SOMA NA       *
007440*                    CELULA AGENCIA + TIPO + MOEDA         *
007450*----------------------------------------------------------*
007460 3400-FECHAR-CONTA.
007470     PERFORM 3450-APURAR-SALDO-MEDIO
007480             THRU 3450-APURAR-SALDO-MEDIO-EXIT.
007490     MOVE CLI-AGENCIA    TO WRK-CEL-AGENCIA.
007500     MOVE CLI-TIPO-CONTA TO WRK-CEL-TIPO.
007510     MOVE CLI-MOEDA      TO WRK-CEL-MOEDA.
007520     PERFORM 5000-ACHAR-CELULA THRU 5000-ACHAR-CELULA-EXIT.
007530     IF WRK-IDX-CEL = ZEROS
007540         ADD 1 TO WRK-CONT-SEM-CELULA
007550         GO TO 3400-FECHAR-CONTA-EXIT
007560     END-IF.
007570     ADD 1                 TO TAB-CEL-CONTAS (WRK-IDX-CEL).
007580     ADD WRK-SALDO-MEDIO   TO TAB-CEL-SOMA-MEDIO (WRK-IDX-CEL).
007590     ADD WRK-CONTA-JUROS   TO TAB-CEL-JUROS (WRK-IDX-CEL).
007600     ADD WRK-CONTA-TARIFAS TO TAB-CEL-TARIFAS (WRK-IDX-CEL).
007610     ADD WRK-CONTA-MULTA   TO TAB-CEL-MULTA (WRK-IDX-CEL).
007620 3400-FECHAR-CONTA-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------*
007660* 3450-APURAR-SALDO-MEDIO - MEDIA DAS FOTOS DIARIAS DO MES *
007670*                    NO CLISDHST; SEM FOTO, MEDIA DOS      *
007680*                    SALDOS DAS LINHAS "J" DO MES; SEM     *
007690*                    ELAS, O SALDO ATUAL                   *
007700*----------------------------------------------------------*
007710 3450-APURAR-SALDO-MEDIO.
007720     MOVE ZEROS TO WRK-SOMA-HIST WRK-DIAS-HIST.
007730     IF ARQUIVO-HISTORICO-OK
007740         MOVE "N" TO WRK-FIM-HIST
007750         MOVE CLI-ID           TO SDH-CLI-ID
007760         MOVE WRK-DATA-INI-MES TO SDH-DATA
007770         START HISTORICO-SALDOS KEY IS NOT LESS THAN SDH-CHAVE
007780             INVALID KEY
007790                 SET FIM-HISTORICO-SALDOS TO TRUE
007800         END-START
007810         PERFORM 3460-LER-FOTO THRU 3460-LER-FOTO-EXIT
007820                 UNTIL FIM-HISTORICO-SALDOS
007830     END-IF.
007840     IF WRK-DIAS-HIST > ZEROS
007850         COMPUTE WRK-SALDO-MEDIO ROUNDED =
007860                 WRK-SOMA-HIST / WRK-DIAS-HIST
007870         ADD 1 TO WRK-CONT-MEDIA-HIST
007880     ELSE
007890         IF WRK-CONTA-QTD-J > ZEROS
007900             COMPUTE WRK-SALDO-MEDIO ROUNDED =
007910                     WRK-CONTA-SALDO-J / WRK-CONTA-QTD-J
007920             ADD 1 TO WRK-CONT-MEDIA-JUROS
007930         ELSE
007940             MOVE CLI-SALDO TO WRK-SALDO-MEDIO
007950             ADD 1 TO WRK-CONT-MEDIA-SALDO
007960         END-IF
007970     END-IF.
007980 3450-APURAR-SALDO-MEDIO-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------*
008020* 3460-LER-FOTO - UMA FOTO DIARIA DA CONTA NO MES          *
008030*----------------------------------------------------------*
008040 3460-LER-FOTO.
008050     READ HISTORICO-SALDOS NEXT RECORD
008060         AT END
008070             SET FIM-HISTORICO-SALDOS TO TRUE
008080             GO TO 3460-LER-FOTO-EXIT
008090     END-READ.
008100     IF SDH-CLI-ID NOT = CLI-ID
008110             OR SDH-DATA > WRK-DATA-FIM-MES
008120         SET FIM-HISTORICO-SALDOS TO TRUE
008130         GO TO 3460-LER-FOTO-EXIT
008140     END-IF.
008150     ADD SDH-SALDO TO WRK-SOMA-HIST.
008160     ADD 1         TO WRK-DIAS-HIST.
008170 3460-LER-FOTO-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------*
008210* 4000-EMITIR-RESULTADO - ORDENA AS CELULAS E EMITE CADA   *
008220*                    UMA NO RELATORIO E NO CLIRNTX, COM    *
008230*                    TOTAL POR AGENCIA                     *
008240*----------------------------------------------------------*
008250 4000-EMITIR-RESULTADO.
008260     PERFORM 4100-ORDENAR-PASSADA THRU 4100-ORDENAR-PASSADA-EXIT
008270             VARYING WRK-IDX-CEL FROM 1 BY 1
008280             UNTIL WRK-IDX-CEL >= WRK-QTD-CEL.
008290     PERFORM 4200-EMITIR-CELULA THRU 4200-EMITIR-CELULA-EXIT
008300             VARYING WRK-IDX-CEL FROM 1 BY 1
008310             UNTIL WRK-IDX-CEL > WRK-QTD-CEL.
008320     IF WRK-QTD-CEL > ZEROS
008330         PERFORM 4400-TOTAL-AGENCIA THRU 4400-TOTAL-AGENCIA-EXIT
008340     END-IF.
008350     MOVE WRK-QTD-DETALHES TO RNT-TRL-QTD.
008360     MOVE WRK-HASH-TOTAL   TO RNT-TRL-HASH.
008370     WRITE RNT-LINHA FROM RNT-TRAILER.
008380 4000-EMITIR-RESULTADO-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------*
008420* 4100-ORDENAR-PASSADA - LEVA PARA A POSICAO WRK-IDX-CEL A *
008430*                    MENOR CHAVE DAS CELULAS SEGUINTES     *
008440*----------------------------------------------------------*
008450 4100-ORDENAR-PASSADA.
008460     COMPUTE WRK-IDX-CEL-INI = WRK-IDX-CEL + 1.
008470     PERFORM 4150-COMPARAR-CELULA THRU 4150-COMPARAR-CELULA-EXIT
008480             VARYING WRK-IDX-TROCA FROM WRK-IDX-CEL-INI BY 1
008490             UNTIL WRK-IDX-TROCA > WRK-QTD-CEL.
008500 4100-ORDENAR-PASSADA-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------*
008540* 4150-COMPARAR-CELULA - TROCA AS DUAS CELULAS FORA DE     *
008550*                    ORDEM                                 *
008560*----------------------------------------------------------*
008570 4150-COMPARAR-CELULA.
008580     IF TAB-CEL-CHAVE (WRK-IDX-TROCA)
008590             < TAB-CEL-CHAVE (WRK-IDX-CEL)
008600         MOVE TAB-CEL-ENTRADA (WRK-IDX-CEL)   TO WRK-CEL-TROCA
008610         MOVE TAB-CEL-ENTRADA (WRK-IDX-TROCA)
008620                 TO TAB-CEL-ENTRADA (WRK-IDX-CEL)
008630         MOVE WRK-CEL-TROCA TO TAB-CEL-ENTRADA (WRK-IDX-TROCA)
008640     END-IF.
008650 4150-COMPARAR-CELULA-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------*
008690* 4200-EMITIR-CELULA - CONVERTE A CELULA PARA BRL, APURA A *
008700*                    MARGEM E GRAVA RELATORIO E CLIRNTX    *
008710*----------------------------------------------------------*
008720 4200-EMITIR-CELULA.
008730     IF WRK-IDX-CEL > 1
008740             AND TAB-CEL-AGENCIA (WRK-IDX-CEL)
008750                 NOT = WRK-AGENCIA-ATUAL
008760         PERFORM 4400-TOTAL-AGENCIA THRU 4400-TOTAL-AGENCIA-EXIT
008770     END-IF.
008780     MOVE TAB-CEL-AGENCIA (WRK-IDX-CEL) TO WRK-AGENCIA-ATUAL.
008790     EVALUATE TAB-CEL-MOEDA (WRK-IDX-CEL)
008800         WHEN "USD"
008810             MOVE WRK-TAXA-USD TO WRK-TAXA-CEL
008820         WHEN "EUR"
008830             MOVE WRK-TAXA-EUR TO WRK-TAXA-CEL
008840         WHEN OTHER
008850             MOVE 1 TO WRK-TAXA-CEL
008860     END-EVALUATE.
008870     MOVE ZEROS TO WRK-SALDO-MEDIO.
008880     IF TAB-CEL-CONTAS (WRK-IDX-CEL) > ZEROS
008890         COMPUTE WRK-SALDO-MEDIO ROUNDED =
008900                 TAB-CEL-SOMA-MEDIO (WRK-IDX-CEL)
008910                 / TAB-CEL-CONTAS (WRK-IDX-CEL)
008920     END-IF.
008930     COMPUTE WRK-MEDIO-BRL ROUNDED =
008940             WRK-SALDO-MEDIO * WRK-TAXA-CEL.
008950     COMPUTE WRK-SOMA-MEDIO-BRL ROUNDED =
008960             TAB-CEL-SOMA-MEDIO (WRK-IDX-CEL) * WRK-TAXA-CEL.
008970     COMPUTE WRK-JUROS-BRL ROUNDED =
008980             TAB-CEL-JUROS (WRK-IDX-CEL) * WRK-TAXA-CEL.
008990     COMPUTE WRK-TARIFAS-BRL ROUNDED =
009000             TAB-CEL-TARIFAS (WRK-IDX-CEL) * WRK-TAXA-CEL.
009010     COMPUTE WRK-MULTA-BRL ROUNDED =
009020             TAB-CEL-MULTA (WRK-IDX-CEL) * WRK-TAXA-CEL.
009030     COMPUTE WRK-MARGEM-BRL =
009040             WRK-TARIFAS-BRL + WRK-MULTA-BRL - WRK-JUROS-BRL.
009050     MOVE TAB-CEL-AGENCIA (WRK-IDX-CEL) TO REL-CEL-AGENCIA.
009060     EVALUATE TAB-CEL-TIPO (WRK-IDX-CEL)
009070         WHEN "S"
009080             MOVE "POUPANCA"    TO REL-CEL-PRODUTO
009090         WHEN "P"
009100             MOVE "PREMIUM"     TO REL-CEL-PRODUTO
009110         WHEN "B"
009120             MOVE "EMPRESARIAL" TO REL-CEL-PRODUTO
009130         WHEN OTHER
009140             MOVE "OUTROS"      TO REL-CEL-PRODUTO
009150     END-EVALUATE.
009160     MOVE TAB-CEL-MOEDA (WRK-IDX-CEL)  TO REL-CEL-MOEDA.
009170     MOVE TAB-CEL-CONTAS (WRK-IDX-CEL) TO REL-CEL-CONTAS.
009180     MOVE WRK-MEDIO-BRL   TO REL-CEL-MEDIO.
009190     MOVE WRK-JUROS-BRL   TO REL-CEL-JUROS.
009200     MOVE WRK-TARIFAS-BRL TO REL-CEL-TARIFAS.
009210     MOVE WRK-MULTA-BRL   TO REL-CEL-MULTA.
009220     MOVE WRK-MARGEM-BRL  TO REL-CEL-MARGEM.
009230     MOVE TAB-CEL-ANT-MARGEM (WRK-IDX-CEL) TO REL-CEL-MARGEM-ANT.
009240     COMPUTE REL-CEL-VARIACAO =
009250             WRK-MARGEM-BRL - TAB-CEL-ANT-MARGEM (WRK-IDX-CEL).
009260     MOVE SPACES TO REL-CEL-OBS.
009270     IF TAB-CEL-TEM-ANT (WRK-IDX-CEL) NOT = "S"
009280         MOVE "NOVA" TO REL-CEL-OBS
009290     END-IF.
009300     WRITE REL-LINHA FROM REL-LINHA-CELULA
009310             AFTER ADVANCING 1 LINE.
009320     MOVE "D" TO RNT-DET-TIPO.
009330     MOVE TAB-CEL-CHAVE (WRK-IDX-CEL)  TO RNT-DET-CHAVE.
009340     MOVE TAB-CEL-CONTAS (WRK-IDX-CEL) TO RNT-DET-CONTAS.
009350     MOVE WRK-SALDO-MEDIO TO RNT-DET-MEDIO-MOEDA.
009360     MOVE WRK-MEDIO-BRL   TO RNT-DET-MEDIO-BRL.
009370     MOVE WRK-JUROS-BRL   TO RNT-DET-JUROS-BRL.
009380     MOVE WRK-TARIFAS-BRL TO RNT-DET-TARIFAS-BRL.
009390     MOVE WRK-MULTA-BRL   TO RNT-DET-MULTA-BRL.
009400     MOVE WRK-MARGEM-BRL  TO RNT-DET-MARGEM-BRL.
009410     MOVE TAB-CEL-ANT-CONTAS (WRK-IDX-CEL) TO RNT-DET-ANT-CONTAS.
009420     MOVE TAB-CEL-ANT-MARGEM (WRK-IDX-CEL) TO RNT-DET-ANT-MARGEM.
009430     WRITE RNT-LINHA FROM RNT-DETALHE.
009440     ADD 1 TO WRK-QTD-DETALHES.
009450     ADD WRK-MARGEM-BRL TO WRK-HASH-TOTAL.
009460     ADD TAB-CEL-CONTAS (WRK-IDX-CEL) TO WRK-AG-CONTAS.
009470     ADD WRK-SOMA-MEDIO-BRL TO WRK-AG-MEDIO-BRL.
009480     ADD WRK-JUROS-BRL      TO WRK-AG-JUROS.
009490     ADD WRK-TARIFAS-BRL    TO WRK-AG-TARIFAS.
009500     ADD WRK-MULTA-BRL      TO WRK-AG-MULTA.
009510     ADD WRK-MARGEM-BRL     TO WRK-AG-MARGEM.
009520     ADD TAB-CEL-ANT-MARGEM (WRK-IDX-CEL) TO WRK-AG-MARGEM-ANT.
009530 4200-EMITIR-CELULA-EXIT.
009540     EXIT.
009550
009560*----------------------------------------------------------*
009570* 4400-TOTAL-AGENCIA - LINHA DE TOTAL DA AGENCIA EM BRL E  *
009580*                    ACUMULO NO TOTAL GERAL                *
009590*----------------------------------------------------------*
009600 4400-TOTAL-AGENCIA.
009610     MOVE WRK-AGENCIA-ATUAL TO REL-CEL-AGENCIA.
009620     MOVE "TOTAL"           TO REL-CEL-PRODUTO.
009630     MOVE "BRL"             TO REL-CEL-MOEDA.
009640     MOVE WRK-AG-CONTAS     TO REL-CEL-CONTAS.
009650     MOVE ZEROS TO REL-CEL-MEDIO.
009660     IF WRK-AG-CONTAS > ZEROS
009670         COMPUTE REL-CEL-MEDIO ROUNDED =
009680                 WRK-AG-MEDIO-BRL / WRK-AG-CONTAS
009690     END-IF.
009700     MOVE WRK-AG-JUROS      TO REL-CEL-JUROS.
009710     MOVE WRK-AG-TARIFAS    TO REL-CEL-TARIFAS.
009720     MOVE WRK-AG-MULTA      TO REL-CEL-MULTA.
009730     MOVE WRK-AG-MARGEM     TO REL-CEL-MARGEM.
009740     MOVE WRK-AG-MARGEM-ANT TO REL-CEL-MARGEM-ANT.
009750     COMPUTE REL-CEL-VARIACAO = WRK-AG-MARGEM - WRK-AG-MARGEM-ANT.
009760     MOVE SPACES TO REL-CEL-OBS.
009770     WRITE REL-LINHA FROM REL-LINHA-CELULA
009780             AFTER ADVANCING 1 LINE.
009790     MOVE SPACES TO REL-LINHA.
009800     WRITE REL-LINHA AFTER ADVANCING 1 LINE.
009810     ADD WRK-AG-CONTAS     TO WRK-TOT-CONTAS.
009820     ADD WRK-AG-MEDIO-BRL  TO WRK-TOT-MEDIO-BRL.
009830     ADD WRK-AG-JUROS      TO WRK-TOT-JUROS.
009840     ADD WRK-AG-TARIFAS    TO WRK-TOT-TARIFAS.
009850     ADD WRK-AG-MULTA      TO WRK-TOT-MULTA.
009860     ADD WRK-AG-MARGEM     TO WRK-TOT-MARGEM.
009870     ADD WRK-AG-MARGEM-ANT TO WRK-TOT-MARGEM-ANT.
009880     MOVE ZEROS TO WRK-AG-CONTAS WRK-AG-MEDIO-BRL WRK-AG-JUROS
009890                   WRK-AG-TARIFAS WRK-AG-MULTA WRK-AG-MARGEM
009900                   WRK-AG-MARGEM-ANT.
009910 4400-TOTAL-AGENCIA-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------*
009950* 5000-ACHAR-CELULA - LOCALIZA (OU CRIA) A CELULA DE CHAVE *
009960*                    WRK-CEL-CHAVE, NOS MOLDES DO CLIBACEN *
009970*----------------------------------------------------------*
009980 5000-ACHAR-CELULA.
009990     MOVE ZEROS TO WRK-IDX-CEL-ACHADO.
010000     PERFORM 5100-CONFERIR-CELULA THRU 5100-CONFERIR-CELULA-EXIT
010010             VARYING WRK-IDX-CEL FROM 1 BY 1
010020             UNTIL WRK-IDX-CEL > WRK-QTD-CEL.
010030     MOVE WRK-IDX-CEL-ACHADO TO WRK-IDX-CEL.
010040     IF WRK-IDX-CEL = ZEROS
010050         IF WRK-QTD-CEL >= WRK-MAX-CEL
010060             DISPLAY "CLIRENTB: TABELA DE CELULAS CHEIA - "
010070                     WRK-CEL-CHAVE " IGNORADA"
010080             GO TO 5000-ACHAR-CELULA-EXIT
010090         END-IF
010100         ADD 1 TO WRK-QTD-CEL
010110         MOVE WRK-QTD-CEL TO WRK-IDX-CEL
010120         MOVE WRK-CEL-CHAVE TO TAB-CEL-CHAVE (WRK-IDX-CEL)
010130         MOVE ZEROS TO TAB-CEL-CONTAS (WRK-IDX-CEL)
010140                       TAB-CEL-SOMA-MEDIO (WRK-IDX-CEL)
010150                       TAB-CEL-JUROS (WRK-IDX-CEL)
010160                       TAB-CEL-TARIFAS (WRK-IDX-CEL)
010170                       TAB-CEL-MULTA (WRK-IDX-CEL)
010180                       TAB-CEL-ANT-CONTAS (WRK-IDX-CEL)
010190                       TAB-CEL-ANT-MARGEM (WRK-IDX-CEL)
010200         MOVE "N" TO TAB-CEL-TEM-ANT (WRK-IDX-CEL)
010210     END-IF.
010220 5000-ACHAR-CELULA-EXIT.
010230     EXIT.
010240
010250*----------------------------------------------------------*
010260* 5100-CONFERIR-CELULA - CONFERE UMA ENTRADA DA TABELA     *
010270*----------------------------------------------------------*
010280 5100-CONFERIR-CELULA.
010290     IF WRK-IDX-CEL-ACHADO = ZEROS
010300             AND TAB-CEL-CHAVE (WRK-IDX-CEL) = WRK-CEL-CHAVE
010310         MOVE WRK-IDX-CEL TO WRK-IDX-CEL-ACHADO
010320     END-IF.
010330 5100-CONFERIR-CELULA-EXIT.
010340     EXIT.
010350
010360*----------------------------------------------------------*
010370* 9000-FINALIZAR - TOTAIS GERAIS EM BRL, QUADRO DE         *
010380*                  CONTROLE E FECHAMENTOS                  *
010390*----------------------------------------------------------*
010400 9000-FINALIZAR.
010410     WRITE REL-LINHA FROM REL-TIT-CONTROLE
010420             AFTER ADVANCING 2 LINES.
010430     MOVE "CONTAS APURADAS               " TO REL-ROD-ROTULO.
010440     MOVE WRK-TOT-CONTAS TO REL-ROD-VALOR.
010450     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010460     MOVE "SALDO MEDIO TOTAL (BRL)       " TO REL-ROD-ROTULO.
010470     MOVE WRK-TOT-MEDIO-BRL TO REL-ROD-VALOR.
010480     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010490     MOVE "DESPESA DE JUROS (BRL)        " TO REL-ROD-ROTULO.
010500     MOVE WRK-TOT-JUROS TO REL-ROD-VALOR.
010510     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010520     MOVE "RECEITA DE TARIFAS (BRL)      " TO REL-ROD-ROTULO.
010530     MOVE WRK-TOT-TARIFAS TO REL-ROD-VALOR.
010540     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010550     MOVE "RECEITA DE MULTA (BRL)        " TO REL-ROD-ROTULO.
010560     MOVE WRK-TOT-MULTA TO REL-ROD-VALOR.
010570     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010580     MOVE "MARGEM LIQUIDA (BRL)          " TO REL-ROD-ROTULO.
010590     MOVE WRK-TOT-MARGEM TO REL-ROD-VALOR.
010600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010610     MOVE "MARGEM DO MES ANTERIOR (BRL)  " TO REL-ROD-ROTULO.
010620     MOVE WRK-TOT-MARGEM-ANT TO REL-ROD-VALOR.
010630     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010640     MOVE "LINHAS LIDAS DO CLIAUDIT      " TO REL-ROD-ROTULO.
010650     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
010660     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010670     MOVE "LINHAS DO MES NA MARGEM       " TO REL-ROD-ROTULO.
010680     MOVE WRK-CONT-LINHAS-MES TO REL-ROD-VALOR.
010690     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010700     MOVE "LINHAS SEM CONTA NO CLIMSTR   " TO REL-ROD-ROTULO.
010710     MOVE WRK-CONT-SEM-CADASTRO TO REL-ROD-VALOR.
010720     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010730     MOVE "ESTORNOS NAO CLASSIFICADOS    " TO REL-ROD-ROTULO.
010740     MOVE WRK-CONT-ESTORNO-NC TO REL-ROD-VALOR.
010750     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010760     MOVE "MEDIAS PELO HISTORICO DIARIO  " TO REL-ROD-ROTULO.
010770     MOVE WRK-CONT-MEDIA-HIST TO REL-ROD-VALOR.
010780     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010790     MOVE "MEDIAS PELAS LINHAS DE JUROS  " TO REL-ROD-ROTULO.
010800     MOVE WRK-CONT-MEDIA-JUROS TO REL-ROD-VALOR.
010810     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010820     MOVE "MEDIAS PELO SALDO ATUAL       " TO REL-ROD-ROTULO.
010830     MOVE WRK-CONT-MEDIA-SALDO TO REL-ROD-VALOR.
010840     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010850     IF WRK-CONT-SEM-CELULA > ZEROS
010860         MOVE "CONTAS FORA (TABELA CHEIA)    " TO REL-ROD-ROTULO
010870         MOVE WRK-CONT-SEM-CELULA TO REL-ROD-VALOR
010880         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE
010890         MOVE 4 TO RETURN-CODE
010900     END-IF.
010910     CLOSE CLIENTES-MASTER RENTAB-MES RELATORIO.
010920     IF ARQUIVO-AUDK-OK
010930         CLOSE AUDITORIA-CHAVEADA
010940     END-IF.
010950     IF ARQUIVO-HISTORICO-OK
010960         CLOSE HISTORICO-SALDOS
010970     END-IF.
010980 9000-FINALIZAR-EXIT.
010990     EXIT.
011000
011010 9999-EXIT.
011020     STOP RUN.
