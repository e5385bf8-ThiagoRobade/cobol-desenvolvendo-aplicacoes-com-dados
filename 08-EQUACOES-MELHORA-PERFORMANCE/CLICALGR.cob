000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLICALGR.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - GERACAO E           *
000120*                    MANUTENCAO DO CALENDARIO DE DIAS DE   *
000130*                    PROCESSAMENTO CLICALEN, ATE ENTAO     *
000140*                    CARREGADO NA MAO TODO DEZEMBRO. O DIA *
000150*                    E "F" NO FIM DE SEMANA, NOS FERIADOS  *
000160*                    MOVEIS CALCULADOS A PARTIR DA PASCOA  *
000170*                    (CARNAVAL, SEXTA-FEIRA SANTA E CORPUS *
000180*                    CHRISTI) E NOS FERIADOS NACIONAIS DO  *
000190*                    CADASTRO CLIFERI (AGENCIA 0000,       *
000200*                    LAYOUT CLIFERRG, MANTIDO PELO         *
000210*                    FERMNT); O TIPO "U" DO CADASTRO       *
000220*                    DEVOLVE O EXPEDIENTE NORMAL. PARM     *
000230*                    "GERAR" ACRESCENTA O ANO PEDIDO (COLS *
000240*                    9-12; EM BRANCO, O ANO SEGUINTE AO DA *
000250*                    EXECUCAO); PARM "APLICAR" (OU EM      *
000260*                    BRANCO) SO REAPLICA O CADASTRO AOS    *
000270*                    DIAS FUTUROS JA GERADOS, E SO MUDA O  *
000280*                    DIA CUJA ALTERACAO FOI APROVADA POR   *
000290*                    SUPERVISOR NO FERMNT - O RESTO SAI    *
000300*                    COMO DIVERGENTE E FICA COMO ESTAVA.   *
000310*                    LACUNAS SAO PREENCHIDAS E DATAS       *
000320*                    REPETIDAS OU FORA DE ORDEM            *
000330*                    DESCARTADAS. O RELATORIO RELCAL TRAZ, *
000340*                    POR MES, A QUANTIDADE DE DIAS DE      *
000350*                    PROCESSAMENTO (O DIVISOR DA PARCELA   *
000360*                    DIARIA DO LOTE DE JUROS), OS FERIADOS *
000370*                    MUNICIPAIS POR AGENCIA E O AVISO      *
000380*                    QUANDO O CALENDARIO ACABA EM MENOS DE *
000390*                    60 DIAS (RC 4). O CALENDARIO NOVO SAI *
000400*                    NO CLICALNV, COPIADO POR CIMA DO      *
000410*                    CLICALEN PELO STEP SEGUINTE.          *
000420*----------------------------------------------------------*
000430 ENVIRONMENT             DIVISION.
000440 CONFIGURATION           SECTION.
000450 SPECIAL-NAMES.
000460     DECIMAL-POINT IS COMMA.
000470
000480 INPUT-OUTPUT            SECTION.
000490 FILE-CONTROL.
000500*----------------------------------------------------------*
000510* CALENDARIO DE DIAS DE PROCESSAMENTO VIGENTE (ENTRADA) E  *
000520* O REGRAVADO (SAIDA), UM REGISTRO POR DATA                *
000530*----------------------------------------------------------*
000540     SELECT CALENDARIO ASSIGN TO "CLICALEN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-CALENDARIO.
000570     SELECT CALENDARIO-NOVO ASSIGN TO "CLICALNV"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-CALENDARIO-NOVO.
000600*----------------------------------------------------------*
000610* CADASTRO DE FERIADOS NACIONAIS E MUNICIPAIS              *
000620*----------------------------------------------------------*
000630     SELECT FERIADOS ASSIGN TO "CLIFERI"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS FER-CHAVE
000670         FILE STATUS IS FS-FERIADOS.
000680     SELECT RELATORIO ASSIGN TO "RELCAL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-RELATORIO.
000710
000720 DATA                    DIVISION.
000730 FILE                    SECTION.
000740 FD  CALENDARIO
000750     LABEL RECORD IS STANDARD.
000760 01  CAL-REGISTRO.
000770     05  CAL-DATA              PICTURE 9(08).
000780     05  FILLER                PICTURE X(01).
000790     05  CAL-TIPO              PICTURE X(01).
000800         88  CAL-DIA-UTIL                     VALUE "U".
000810
000820 FD  CALENDARIO-NOVO
000830     LABEL RECORD IS STANDARD.
000840 01  CALN-REGISTRO.
000850     05  CALN-DATA             PICTURE 9(08).
000860     05  FILLER                PICTURE X(01).
000870     05  CALN-TIPO             PICTURE X(01).
000880         88  CALN-DIA-UTIL                    VALUE "U".
000890
000900 FD  FERIADOS
000910     LABEL RECORD IS STANDARD.
000920     COPY CLIFERRG.
000930
000940 FD  RELATORIO
000950     LABEL RECORD IS STANDARD.
000960 01  REL-LINHA               PICTURE X(132).
000970
000980 WORKING-STORAGE         SECTION.
000990 01  WRK-FLAGS.
001000     05  WRK-MODO        PICTURE X(01)      VALUE "A".
001010         88  MODO-GERAR                     VALUE "G".
001020         88  MODO-APLICAR                   VALUE "A".
001030     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
001040         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
001050     05  WRK-TEM-CALEND  PICTURE X(01)      VALUE "N".
001060         88  CALENDARIO-EXISTENTE           VALUE "S".
001070     05  WRK-FIM-FERIADO PICTURE X(01)      VALUE "N".
001080         88  FIM-ARQUIVO-FERIADOS           VALUE "S".
001090     05  WRK-APROVACAO   PICTURE X(01)      VALUE "N".
001100         88  ALTERACAO-APROVADA             VALUE "S".
001110 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
001120 01  FS-CALENDARIO-NOVO  PICTURE X(02)      VALUE "00".
001130 01  FS-FERIADOS         PICTURE X(02)      VALUE "00".
001140 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001150 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001160 77  WRK-DATA-LIMITE     PICTURE 9(08)      VALUE ZEROS.
001170 77  WRK-ANO-GERAR       PICTURE 9(04)      VALUE ZEROS.
001180 77  WRK-DATA-FIM-GERAR  PICTURE 9(08)      VALUE ZEROS.
001190 77  WRK-DATA-INICIAL    PICTURE 9(08)      VALUE ZEROS.
001200 77  WRK-DATA-FINAL      PICTURE 9(08)      VALUE ZEROS.
001210 77  WRK-DATA-DIA        PICTURE 9(08)      VALUE ZEROS.
001220 77  WRK-TIPO-ANTES      PICTURE X(01)      VALUE SPACES.
001230 77  WRK-TIPO-DIA        PICTURE X(01)      VALUE SPACES.
001240 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
001250 77  WRK-AAAAMM-DIA      PICTURE 9(06)      VALUE ZEROS.
001260 77  WRK-AAAAMM-SEGUINTE PICTURE 9(06)      VALUE ZEROS.
001270 77  WRK-ANO-DIA         PICTURE 9(04)      VALUE ZEROS.
001280 77  WRK-MMDD-DIA        PICTURE 9(04)      VALUE ZEROS.
001290 77  WRK-INT-SISTEMA     PICTURE 9(07)      COMP VALUE ZEROS.
001300 77  WRK-INT-DIA         PICTURE 9(07)      COMP VALUE ZEROS.
001310 77  WRK-INT-ULTIMO      PICTURE 9(07)      COMP VALUE ZEROS.
001320 77  WRK-INT-GERAR       PICTURE 9(07)      COMP VALUE ZEROS.
001330 77  WRK-INT-ATE         PICTURE 9(07)      COMP VALUE ZEROS.
001340 77  WRK-QUOCIENTE       PICTURE 9(07)      COMP VALUE ZEROS.
001350 77  WRK-DIA-SEMANA      PICTURE 9(01)      COMP VALUE ZEROS.
001360 77  WRK-IDX-MES         PICTURE 9(03)      COMP VALUE ZEROS.
001370 77  WRK-QTD-MESES       PICTURE 9(03)      COMP VALUE ZEROS.
001380 77  WRK-MAX-MESES       PICTURE 9(03)      COMP VALUE 60.
001390 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001400 77  WRK-CONT-GRAVADOS   PICTURE 9(06)      COMP VALUE ZEROS.
001410 77  WRK-CONT-GERADOS    PICTURE 9(06)      COMP VALUE ZEROS.
001420 77  WRK-CONT-ALTERADOS  PICTURE 9(06)      COMP VALUE ZEROS.
001430 77  WRK-CONT-DIVERGENTES PICTURE 9(06)     COMP VALUE ZEROS.
001440 77  WRK-CONT-LACUNAS    PICTURE 9(06)      COMP VALUE ZEROS.
001450 77  WRK-CONT-DESCARTADOS PICTURE 9(06)     COMP VALUE ZEROS.
001460 77  WRK-CONT-MUNICIPAIS PICTURE 9(06)      COMP VALUE ZEROS.
001470 77  WRK-CONT-OCORRENCIAS PICTURE 9(06)     COMP VALUE ZEROS.
001480
001490*----------------------------------------------------------*
001500* PASCOA DO ANO EM TRATAMENTO (ALGORITMO GREGORIANO DE     *
001510* MEEUS) E OS FERIADOS MOVEIS QUE DELA DECORREM, EM DIAS   *
001520* INTEIROS (INTEGER-OF-DATE)                               *
001530*----------------------------------------------------------*
001540 01  WRK-PASCOA.
001550     05  WRK-ANO-PASCOA       PICTURE 9(04) VALUE ZEROS.
001560     05  WRK-DATA-PASCOA      PICTURE 9(08) VALUE ZEROS.
001570     05  WRK-PSC-A            PICTURE 9(04) COMP VALUE ZEROS.
001580     05  WRK-PSC-B            PICTURE 9(04) COMP VALUE ZEROS.
001590     05  WRK-PSC-C            PICTURE 9(04) COMP VALUE ZEROS.
001600     05  WRK-PSC-D            PICTURE 9(04) COMP VALUE ZEROS.
001610     05  WRK-PSC-E            PICTURE 9(04) COMP VALUE ZEROS.
001620     05  WRK-PSC-F            PICTURE 9(04) COMP VALUE ZEROS.
001630     05  WRK-PSC-G            PICTURE 9(04) COMP VALUE ZEROS.
001640     05  WRK-PSC-H            PICTURE 9(04) COMP VALUE ZEROS.
001650     05  WRK-PSC-I            PICTURE 9(04) COMP VALUE ZEROS.
001660     05  WRK-PSC-K            PICTURE 9(04) COMP VALUE ZEROS.
001670     05  WRK-PSC-L            PICTURE 9(04) COMP VALUE ZEROS.
001680     05  WRK-PSC-M            PICTURE 9(04) COMP VALUE ZEROS.
001690     05  WRK-PSC-N            PICTURE 9(04) COMP VALUE ZEROS.
001700     05  WRK-PSC-MES          PICTURE 9(02) COMP VALUE ZEROS.
001710     05  WRK-PSC-DIA          PICTURE 9(02) COMP VALUE ZEROS.
001720     05  WRK-PSC-RESTO        PICTURE 9(04) COMP VALUE ZEROS.
001730     05  WRK-INT-PASCOA       PICTURE 9(07) COMP VALUE ZEROS.
001740     05  WRK-INT-CARNAVAL     PICTURE 9(07) COMP VALUE ZEROS.
001750     05  WRK-INT-SEXTA-SANTA  PICTURE 9(07) COMP VALUE ZEROS.
001760     05  WRK-INT-CORPUS       PICTURE 9(07) COMP VALUE ZEROS.
001770
001780*----------------------------------------------------------*
001790* DIAS DE PROCESSAMENTO POR MES, DO MES DA EXECUCAO AO FIM *
001800* DO CALENDARIO                                            *
001810*----------------------------------------------------------*
001820 01  TAB-MESES.
001830     05  TAB-MES-ENTRADA          OCCURS 60 TIMES.
001840         10  TAB-MES-AAAAMM       PICTURE 9(06).
001850         10  TAB-MES-CORRIDOS     PICTURE 9(03) COMP.
001860         10  TAB-MES-UTEIS        PICTURE 9(03) COMP.
001870
001880*----------------------------------------------------------*
001890* LINHAS DO RELATORIO DO CALENDARIO                        *
001900*----------------------------------------------------------*
001910 01  REL-CABECALHO-1.
001920     05  FILLER              PICTURE X(52)
001930         VALUE "CALENDARIO DE DIAS DE PROCESSAMENTO - CLICALGR".
001940     05  FILLER              PICTURE X(08) VALUE "MODO: ".
001950     05  REL-CAB-MODO        PICTURE X(07).
001960     05  FILLER              PICTURE X(12) VALUE "   EXECUCAO ".
001970     05  REL-CAB-DATA        PICTURE 9(08).
001980     05  FILLER              PICTURE X(45) VALUE SPACES.
001990 01  REL-TIT-OCORRENCIAS.
002000     05  FILLER              PICTURE X(40)
002010         VALUE "OCORRENCIAS NO CALENDARIO".
002020     05  FILLER              PICTURE X(92) VALUE SPACES.
002030 01  REL-CAB-OCORRENCIAS.
002040     05  FILLER              PICTURE X(40)
002050         VALUE "DATA      ANTES DEPOIS  OCORRENCIA".
002060     05  FILLER              PICTURE X(92) VALUE SPACES.
002070 01  REL-DET-OCORRENCIA.
002080     05  REL-OCO-DATA        PICTURE 9(08).
002090     05  FILLER              PICTURE X(05) VALUE SPACES.
002100     05  REL-OCO-ANTES       PICTURE X(01).
002110     05  FILLER              PICTURE X(06) VALUE SPACES.
002120     05  REL-OCO-DEPOIS      PICTURE X(01).
002130     05  FILLER              PICTURE X(03) VALUE SPACES.
002140     05  REL-OCO-TEXTO       PICTURE X(60).
002150     05  FILLER              PICTURE X(48) VALUE SPACES.
002160 01  REL-TIT-MESES.
002170     05  FILLER              PICTURE X(30)
002180         VALUE "DIAS DE PROCESSAMENTO POR MES".
002190     05  FILLER              PICTURE X(30)
002200         VALUE " (DIVISOR DO LOTE DE JUROS)".
002210     05  FILLER              PICTURE X(72) VALUE SPACES.
002220 01  REL-CAB-MESES.
002230     05  FILLER              PICTURE X(30)
002240         VALUE "MES       DIAS CORRIDOS  PROCE".
002250     05  FILLER              PICTURE X(30)
002260         VALUE "SSAMENTO  SEM PROCESSAMENTO".
002270     05  FILLER              PICTURE X(72) VALUE SPACES.
002280 01  REL-DET-MES.
002290     05  REL-MES-AAAAMM      PICTURE 9(06).
002300     05  FILLER              PICTURE X(12) VALUE SPACES.
002310     05  REL-MES-CORRIDOS    PICTURE ZZ9.
002320     05  FILLER              PICTURE X(12) VALUE SPACES.
002330     05  REL-MES-UTEIS       PICTURE ZZ9.
002340     05  FILLER              PICTURE X(16) VALUE SPACES.
002350     05  REL-MES-SEM         PICTURE ZZ9.
002360     05  FILLER              PICTURE X(02) VALUE SPACES.
002370     05  REL-MES-OBS         PICTURE X(30).
002380     05  FILLER              PICTURE X(45) VALUE SPACES.
002390 01  REL-TIT-MUNICIPAIS.
002400     05  FILLER              PICTURE X(60)
002410         VALUE "FERIADOS MUNICIPAIS POR AGENCIA - VIGENTES".
002420     05  FILLER              PICTURE X(72) VALUE SPACES.
002430 01  REL-DET-MUNICIPAL.
002440     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
002450     05  REL-MUN-AGENCIA     PICTURE 9(04).
002460     05  FILLER              PICTURE X(02) VALUE SPACES.
002470     05  REL-MUN-DATA        PICTURE 9(08).
002480     05  FILLER              PICTURE X(02) VALUE SPACES.
002490     05  REL-MUN-TIPO        PICTURE X(01).
002500     05  FILLER              PICTURE X(02) VALUE SPACES.
002510     05  REL-MUN-DESCRICAO   PICTURE X(30).
002520     05  FILLER              PICTURE X(02) VALUE SPACES.
002530     05  REL-MUN-OBS         PICTURE X(12).
002540     05  FILLER              PICTURE X(61) VALUE SPACES.
002550 01  REL-LINHA-AVISO.
002560     05  FILLER              PICTURE X(04) VALUE "*** ".
002570     05  REL-AVS-TEXTO       PICTURE X(90).
002580     05  FILLER              PICTURE X(38) VALUE SPACES.
002590 01  REL-LINHA-PERIODO.
002600     05  FILLER              PICTURE X(30)
002610             VALUE "CALENDARIO GRAVADO DE ".
002620     05  REL-PER-INICIO      PICTURE 9(08).
002630     05  FILLER              PICTURE X(03) VALUE " A ".
002640     05  REL-PER-FIM         PICTURE 9(08).
002650     05  FILLER              PICTURE X(83) VALUE SPACES.
002660 01  REL-TIT-CONTROLE.
002670     05  FILLER              PICTURE X(30)
002680             VALUE "QUADRO DE TOTAIS DE CONTROLE".
002690     05  FILLER              PICTURE X(102) VALUE SPACES.
002700 01  REL-RODAPE.
002710     05  REL-ROD-ROTULO      PICTURE X(30).
002720     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002730     05  FILLER              PICTURE X(84) VALUE SPACES.
002740
002750 LINKAGE                 SECTION.
002760 01  LK-PARM-CALENDARIO.
002770     05  LK-PARM-MODO        PICTURE X(07).
002780     05  FILLER              PICTURE X(01).
002790     05  LK-PARM-ANO         PICTURE X(04).
002800
002810 PROCEDURE               DIVISION USING LK-PARM-CALENDARIO.
002820*----------------------------------------------------------*
002830* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002840*----------------------------------------------------------*
002850 0000-MAINLINE.
002860     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002870     IF CALENDARIO-EXISTENTE
002880         PERFORM 2000-COPIAR-DIA   THRU 2000-COPIAR-DIA-EXIT
002890                 UNTIL FIM-ARQUIVO-CALENDARIO
002900     END-IF.
002910     IF MODO-GERAR
002920         PERFORM 2500-GERAR-ANO    THRU 2500-GERAR-ANO-EXIT
002930     END-IF.
002940     PERFORM 5000-IMPRIMIR-MESES   THRU 5000-IMPRIMIR-MESES-EXIT.
002950     PERFORM 5500-LISTAR-MUNICIPAIS
002960             THRU 5500-LISTAR-MUNICIPAIS-EXIT.
002970     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002980     GO TO 9999-EXIT.
002990
003000*----------------------------------------------------------*
003010* 1000-INICIALIZAR - PARM, DATAS DE REFERENCIA E ABERTURAS.*
003020*                    SEM O CLICALEN SO O MODO GERAR RODA,  *
003030*                    PARTINDO DE 1o DE JANEIRO DO ANO      *
003040*----------------------------------------------------------*
003050 1000-INICIALIZAR.
003060     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003070     COMPUTE WRK-INT-SISTEMA =
003080             FUNCTION INTEGER-OF-DATE (WRK-DATA-SISTEMA).
003090     COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
003100             (WRK-INT-SISTEMA + 60).
003110     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-SISTEMA / 100.
003120     MOVE "APLICAR" TO REL-CAB-MODO.
003130     IF LK-PARM-MODO = "GERAR  "
003140         SET MODO-GERAR TO TRUE
003150         MOVE "GERAR  " TO REL-CAB-MODO
003160*   SEM ANO NO PARM, GERA O ANO SEGUINTE AO DA EXECUCAO.
003170         COMPUTE WRK-ANO-GERAR = WRK-DATA-SISTEMA / 10000 + 1
003180         IF LK-PARM-ANO IS NUMERIC
003190                 AND LK-PARM-ANO > "1900"
003200             MOVE LK-PARM-ANO TO WRK-ANO-GERAR
003210         END-IF
003220         COMPUTE WRK-DATA-FIM-GERAR = WRK-ANO-GERAR * 10000
003230                 + 1231
003240     ELSE
003250         IF LK-PARM-MODO NOT = "APLICAR"
003260                 AND LK-PARM-MODO NOT = SPACES
003270             DISPLAY "CLICALGR: PARM " LK-PARM-MODO
003280                     " INVALIDO (GERAR OU APLICAR)"
003290             MOVE 16 TO RETURN-CODE
003300             GO TO 9999-EXIT
003310         END-IF
003320     END-IF.
003330     OPEN INPUT FERIADOS.
003340     IF FS-FERIADOS NOT = "00"
003350         DISPLAY "CLICALGR: ERRO AO ABRIR CLIFERI - STATUS "
003360                 FS-FERIADOS " - CALENDARIO NAO TOCADO"
003370         MOVE 16 TO RETURN-CODE
003380         GO TO 9999-EXIT
003390     END-IF.
003400     OPEN INPUT CALENDARIO.
003410     IF FS-CALENDARIO = "00"
003420         SET CALENDARIO-EXISTENTE TO TRUE
003430     ELSE
003440         IF MODO-APLICAR
003450             DISPLAY "CLICALGR: ERRO AO ABRIR CLICALEN - STATUS "
003460                     FS-CALENDARIO " - RODAR COM PARM GERAR"
003470             CLOSE FERIADOS
003480             MOVE 16 TO RETURN-CODE
003490             GO TO 9999-EXIT
003500         END-IF
003510         DISPLAY "CLICALGR: CLICALEN AINDA NAO EXISTE - GERANDO "
003520                 "A PARTIR DE 1o DE JANEIRO DE " WRK-ANO-GERAR
003530         COMPUTE WRK-INT-ULTIMO = FUNCTION INTEGER-OF-DATE
003540                 (WRK-ANO-GERAR * 10000 + 0101) - 1
003550     END-IF.
003560     OPEN OUTPUT CALENDARIO-NOVO.
003570     IF FS-CALENDARIO-NOVO NOT = "00"
003580         DISPLAY "CLICALGR: ERRO AO ABRIR CLICALNV - STATUS "
003590                 FS-CALENDARIO-NOVO
003600         CLOSE FERIADOS
003610         IF CALENDARIO-EXISTENTE
003620             CLOSE CALENDARIO
003630         END-IF
003640         MOVE 16 TO RETURN-CODE
003650         GO TO 9999-EXIT
003660     END-IF.
003670     OPEN OUTPUT RELATORIO.
003680     MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
003690     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
003700     WRITE REL-LINHA FROM REL-TIT-OCORRENCIAS
003710             AFTER ADVANCING 2 LINES.
003720     WRITE REL-LINHA FROM REL-CAB-OCORRENCIAS
003730             AFTER ADVANCING 1 LINE.
003740 1000-INICIALIZAR-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------*
003780* 2000-COPIAR-DIA - LE UM DIA DO CALENDARIO VIGENTE:       *
003790*                  DESCARTA DATA REPETIDA OU FORA DE       *
003800*                  ORDEM, PREENCHE A LACUNA ANTERIOR A     *
003810*                  ELA E REAPLICA O CADASTRO AOS DIAS      *
003820*                  POSTERIORES A HOJE                      *
003830*----------------------------------------------------------*
003840 2000-COPIAR-DIA.
003850     READ CALENDARIO
003860         AT END
003870             SET FIM-ARQUIVO-CALENDARIO TO TRUE
003880             CLOSE CALENDARIO
003890             GO TO 2000-COPIAR-DIA-EXIT
003900     END-READ.
003910     ADD 1 TO WRK-CONT-LIDOS.
003920     MOVE CAL-DATA TO WRK-DATA-DIA.
003930     MOVE CAL-TIPO TO WRK-TIPO-ANTES.
003940     COMPUTE WRK-INT-DIA = FUNCTION INTEGER-OF-DATE (CAL-DATA).
003950     IF WRK-INT-ULTIMO NOT = ZEROS
003960             AND WRK-INT-DIA NOT > WRK-INT-ULTIMO
003970         ADD 1 TO WRK-CONT-DESCARTADOS
003980         MOVE SPACES TO REL-OCO-DEPOIS
003990         MOVE "DATA REPETIDA OU FORA DE ORDEM - DESCARTADA"
004000                 TO REL-OCO-TEXTO
004010         PERFORM 8000-IMPRIMIR-OCORRENCIA
004020                 THRU 8000-IMPRIMIR-OCORRENCIA-EXIT
004030         GO TO 2000-COPIAR-DIA-EXIT
004040     END-IF.
004050     IF WRK-INT-ULTIMO NOT = ZEROS
004060             AND WRK-INT-DIA > WRK-INT-ULTIMO + 1
004070         COMPUTE WRK-INT-ATE = WRK-INT-DIA - 1
004080         PERFORM 2200-PREENCHER-LACUNA
004090                 THRU 2200-PREENCHER-LACUNA-EXIT
004100         MOVE CAL-DATA TO WRK-DATA-DIA
004110         MOVE CAL-TIPO TO WRK-TIPO-ANTES
004120         COMPUTE WRK-INT-DIA =
004130                 FUNCTION INTEGER-OF-DATE (CAL-DATA)
004140     END-IF.
004150     MOVE WRK-TIPO-ANTES TO WRK-TIPO-DIA.
004160     IF WRK-DATA-DIA > WRK-DATA-SISTEMA
004170         PERFORM 2100-REAPLICAR-CADASTRO
004180                 THRU 2100-REAPLICAR-CADASTRO-EXIT
004190     END-IF.
004200     PERFORM 6000-GRAVAR-DIA       THRU 6000-GRAVAR-DIA-EXIT.
004210 2000-COPIAR-DIA-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------*
004250* 2100-REAPLICAR-CADASTRO - DIA FUTURO JA GERADO: SE O     *
004260*                  CADASTRO DA OUTRO TIPO, SO MUDA QUANDO  *
004270*                  A ALTERACAO DA DATA FOI APROVADA POR    *
004280*                  SUPERVISOR NO FERMNT; SENAO O DIA FICA  *
004290*                  COMO ESTAVA E SAI COMO DIVERGENTE       *
004300*----------------------------------------------------------*
004310 2100-REAPLICAR-CADASTRO.
004320     PERFORM 3000-DERIVAR-TIPO     THRU 3000-DERIVAR-TIPO-EXIT.
004330     IF WRK-TIPO-DIA = WRK-TIPO-ANTES
004340         GO TO 2100-REAPLICAR-CADASTRO-EXIT
004350     END-IF.
004360     PERFORM 3200-CONFERIR-APROVACAO
004370             THRU 3200-CONFERIR-APROVACAO-EXIT.
004380     MOVE WRK-TIPO-DIA TO REL-OCO-DEPOIS.
004390     IF ALTERACAO-APROVADA
004400         ADD 1 TO WRK-CONT-ALTERADOS
004410         MOVE "ALTERADO - APROVADO NO CADASTRO DE FERIADOS"
004420                 TO REL-OCO-TEXTO
004430     ELSE
004440         ADD 1 TO WRK-CONT-DIVERGENTES
004450         MOVE "DIVERGENTE DO CADASTRO SEM APROVACAO - MANTIDO"
004460                 TO REL-OCO-TEXTO
004470         MOVE WRK-TIPO-ANTES TO WRK-TIPO-DIA
004480     END-IF.
004490     PERFORM 8000-IMPRIMIR-OCORRENCIA
004500             THRU 8000-IMPRIMIR-OCORRENCIA-EXIT.
004510 2100-REAPLICAR-CADASTRO-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------*
004550* 2200-PREENCHER-LACUNA - GERA OS DIAS QUE FALTAM ENTRE O  *
004560*                  ULTIMO DIA GRAVADO E O LIDO - DATA      *
004570*                  AUSENTE DO CALENDARIO ABORTA O LOTE     *
004580*----------------------------------------------------------*
004590 2200-PREENCHER-LACUNA.
004600     ADD 1 TO WRK-CONT-LACUNAS.
004610     COMPUTE WRK-INT-GERAR = WRK-INT-ULTIMO + 1.
004620     PERFORM 2300-GERAR-DIA        THRU 2300-GERAR-DIA-EXIT
004630             UNTIL WRK-INT-GERAR > WRK-INT-ATE.
004640 2200-PREENCHER-LACUNA-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------*
004680* 2300-GERAR-DIA - GERA UM DIA PELAS REGRAS DO CALENDARIO  *
004690*                  (FIM DE SEMANA, FERIADOS MOVEIS E       *
004700*                  CADASTRO NACIONAL) E GRAVA              *
004710*----------------------------------------------------------*
004720 2300-GERAR-DIA.
004730     COMPUTE WRK-DATA-DIA =
004740             FUNCTION DATE-OF-INTEGER (WRK-INT-GERAR).
004750     MOVE WRK-INT-GERAR TO WRK-INT-DIA.
004760     PERFORM 3000-DERIVAR-TIPO     THRU 3000-DERIVAR-TIPO-EXIT.
004770     ADD 1 TO WRK-CONT-GERADOS.
004780     MOVE SPACES TO WRK-TIPO-ANTES.
004790     MOVE WRK-TIPO-DIA TO REL-OCO-DEPOIS.
004800     MOVE "LACUNA NO CALENDARIO - DIA GERADO" TO REL-OCO-TEXTO.
004810     PERFORM 8000-IMPRIMIR-OCORRENCIA
004820             THRU 8000-IMPRIMIR-OCORRENCIA-EXIT.
004830     PERFORM 6000-GRAVAR-DIA       THRU 6000-GRAVAR-DIA-EXIT.
004840     ADD 1 TO WRK-INT-GERAR.
004850 2300-GERAR-DIA-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------*
004890* 2500-GERAR-ANO - ACRESCENTA OS DIAS DO FIM DO CALENDARIO *
004900*                  ATE 31/12 DO ANO PEDIDO                 *
004910*----------------------------------------------------------*
004920 2500-GERAR-ANO.
004930     COMPUTE WRK-INT-ATE =
004940             FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM-GERAR).
004950     IF WRK-INT-ULTIMO NOT < WRK-INT-ATE
004960         DISPLAY "CLICALGR: CALENDARIO JA VAI ATE " WRK-DATA-FINAL
004970                 " - ANO " WRK-ANO-GERAR " JA GERADO"
004980         MOVE "ANO PEDIDO JA ESTAVA GERADO - NADA ACRESCENTADO"
004990                 TO REL-AVS-TEXTO
005000         WRITE REL-LINHA FROM REL-LINHA-AVISO
005010                 AFTER ADVANCING 2 LINES
005020         MOVE 4 TO RETURN-CODE
005030         GO TO 2500-GERAR-ANO-EXIT
005040     END-IF.
005050     COMPUTE WRK-INT-GERAR = WRK-INT-ULTIMO + 1.
005060     PERFORM 2510-GERAR-DIA-ANO    THRU 2510-GERAR-DIA-ANO-EXIT
005070             UNTIL WRK-INT-GERAR > WRK-INT-ATE.
005080 2500-GERAR-ANO-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------*
005120* 2510-GERAR-DIA-ANO - UM DIA NOVO DO ANO GERADO           *
005130*----------------------------------------------------------*
005140 2510-GERAR-DIA-ANO.
005150     COMPUTE WRK-DATA-DIA =
005160             FUNCTION DATE-OF-INTEGER (WRK-INT-GERAR).
005170     MOVE WRK-INT-GERAR TO WRK-INT-DIA.
005180     PERFORM 3000-DERIVAR-TIPO     THRU 3000-DERIVAR-TIPO-EXIT.
005190     ADD 1 TO WRK-CONT-GERADOS.
005200     PERFORM 6000-GRAVAR-DIA       THRU 6000-GRAVAR-DIA-EXIT.
005210     ADD 1 TO WRK-INT-GERAR.
005220 2510-GERAR-DIA-ANO-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------*
005260* 3000-DERIVAR-TIPO - TIPO DO DIA PELAS REGRAS: FIM DE     *
005270*                  SEMANA E FERIADO MOVEL SAO "F"; O       *
005280*                  FERIADO FIXO NACIONAL (0000MMDD) TAMBEM;*
005290*                  A DATA COMPLETA NO CADASTRO NACIONAL    *
005300*                  PREVALECE SOBRE TUDO ("F" OU "U")       *
005310*----------------------------------------------------------*
005320 3000-DERIVAR-TIPO.
005330     COMPUTE WRK-ANO-DIA = WRK-DATA-DIA / 10000.
005340     COMPUTE WRK-MMDD-DIA = WRK-DATA-DIA - (WRK-ANO-DIA * 10000).
005350     IF WRK-ANO-DIA NOT = WRK-ANO-PASCOA
005360         PERFORM 3100-CALCULAR-PASCOA
005370                 THRU 3100-CALCULAR-PASCOA-EXIT
005380     END-IF.
005390     MOVE "U" TO WRK-TIPO-DIA.
005400*   O DIA 1 DO INTEGER-OF-DATE (01/01/1601) CAIU NUMA
005410*   SEGUNDA-FEIRA: RESTO 6 E SABADO E RESTO 0 E DOMINGO.
005420     DIVIDE WRK-INT-DIA BY 7 GIVING WRK-QUOCIENTE
005430             REMAINDER WRK-DIA-SEMANA.
005440     IF WRK-DIA-SEMANA = 6 OR WRK-DIA-SEMANA = 0
005450         MOVE "F" TO WRK-TIPO-DIA
005460     END-IF.
005470     IF WRK-INT-DIA = WRK-INT-CARNAVAL
005480             OR WRK-INT-DIA = WRK-INT-CARNAVAL + 1
005490             OR WRK-INT-DIA = WRK-INT-SEXTA-SANTA
005500             OR WRK-INT-DIA = WRK-INT-CORPUS
005510         MOVE "F" TO WRK-TIPO-DIA
005520     END-IF.
005530     MOVE ZEROS        TO FER-AGENCIA.
005540     MOVE WRK-MMDD-DIA TO FER-DATA.
005550     READ FERIADOS
005560         INVALID KEY
005570             CONTINUE
005580         NOT INVALID KEY
005590             IF FER-ATIVO AND FER-FERIADO
005600                 MOVE "F" TO WRK-TIPO-DIA
005610             END-IF
005620     END-READ.
005630     MOVE WRK-DATA-DIA TO FER-DATA.
005640     READ FERIADOS
005650         INVALID KEY
005660             CONTINUE
005670         NOT INVALID KEY
005680             IF FER-ATIVO
005690                 MOVE FER-TIPO TO WRK-TIPO-DIA
005700             END-IF
005710     END-READ.
005720 3000-DERIVAR-TIPO-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------*
005760* 3100-CALCULAR-PASCOA - DOMINGO DE PASCOA DO ANO PELO     *
005770*                  ALGORITMO GREGORIANO (MEEUS) E OS       *
005780*                  FERIADOS MOVEIS: CARNAVAL (SEGUNDA E    *
005790*                  TERCA, 48 E 47 DIAS ANTES), SEXTA-FEIRA *
005800*                  SANTA (2 DIAS ANTES) E CORPUS CHRISTI   *
005810*                  (60 DIAS DEPOIS)                        *
005820*----------------------------------------------------------*
005830 3100-CALCULAR-PASCOA.
005840     MOVE WRK-ANO-DIA TO WRK-ANO-PASCOA.
005850     DIVIDE WRK-ANO-PASCOA BY 19 GIVING WRK-QUOCIENTE
005860             REMAINDER WRK-PSC-A.
005870     DIVIDE WRK-ANO-PASCOA BY 100 GIVING WRK-PSC-B
005880             REMAINDER WRK-PSC-C.
005890     DIVIDE WRK-PSC-B BY 4 GIVING WRK-PSC-D
005900             REMAINDER WRK-PSC-E.
005910     COMPUTE WRK-PSC-F = (WRK-PSC-B + 8) / 25.
005920     COMPUTE WRK-PSC-G = (WRK-PSC-B - WRK-PSC-F + 1) / 3.
005930     COMPUTE WRK-PSC-N = (19 * WRK-PSC-A) + WRK-PSC-B - WRK-PSC-D
005940             - WRK-PSC-G + 15.
005950     DIVIDE WRK-PSC-N BY 30 GIVING WRK-QUOCIENTE
005960             REMAINDER WRK-PSC-H.
005970     DIVIDE WRK-PSC-C BY 4 GIVING WRK-PSC-I
005980             REMAINDER WRK-PSC-K.
005990     COMPUTE WRK-PSC-N = 32 + (2 * WRK-PSC-E) + (2 * WRK-PSC-I)
006000             - WRK-PSC-H - WRK-PSC-K.
006010     DIVIDE WRK-PSC-N BY 7 GIVING WRK-QUOCIENTE
006020             REMAINDER WRK-PSC-L.
006030     COMPUTE WRK-PSC-M = (WRK-PSC-A + (11 * WRK-PSC-H)
006040             + (22 * WRK-PSC-L)) / 451.
006050     COMPUTE WRK-PSC-N = WRK-PSC-H + WRK-PSC-L - (7 * WRK-PSC-M)
006060             + 114.
006070     DIVIDE WRK-PSC-N BY 31 GIVING WRK-PSC-MES
006080             REMAINDER WRK-PSC-RESTO.
006090     COMPUTE WRK-PSC-DIA = WRK-PSC-RESTO + 1.
006100     COMPUTE WRK-DATA-PASCOA = (WRK-ANO-PASCOA * 10000)
006110             + (WRK-PSC-MES * 100) + WRK-PSC-DIA.
006120     COMPUTE WRK-INT-PASCOA =
006130             FUNCTION INTEGER-OF-DATE (WRK-DATA-PASCOA).
006140     COMPUTE WRK-INT-CARNAVAL    = WRK-INT-PASCOA - 48.
006150     COMPUTE WRK-INT-SEXTA-SANTA = WRK-INT-PASCOA - 2.
006160     COMPUTE WRK-INT-CORPUS      = WRK-INT-PASCOA + 60.
006170 3100-CALCULAR-PASCOA-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------*
006210* 3200-CONFERIR-APROVACAO - HA NO CADASTRO NACIONAL, PARA  *
006220*                  A DATA OU PARA O SEU DIA FIXO, ENTRADA  *
006230*                  INCLUIDA OU CANCELADA COM APROVACAO DE  *
006240*                  SUPERVISOR?                             *
006250*----------------------------------------------------------*
006260 3200-CONFERIR-APROVACAO.
006270     MOVE "N" TO WRK-APROVACAO.
006280     MOVE ZEROS        TO FER-AGENCIA.
006290     MOVE WRK-DATA-DIA TO FER-DATA.
006300     READ FERIADOS
006310         INVALID KEY
006320             CONTINUE
006330         NOT INVALID KEY
006340             IF FER-APROVADOR NOT = SPACES
006350                 SET ALTERACAO-APROVADA TO TRUE
006360             END-IF
006370     END-READ.
006380     IF ALTERACAO-APROVADA
006390         GO TO 3200-CONFERIR-APROVACAO-EXIT
006400     END-IF.
006410     MOVE WRK-MMDD-DIA TO FER-DATA.
006420     READ FERIADOS
006430         INVALID KEY
006440             CONTINUE
006450         NOT INVALID KEY
006460             IF FER-APROVADOR NOT = SPACES
006470                 SET ALTERACAO-APROVADA TO TRUE
006480             END-IF
006490     END-READ.
006500 3200-CONFERIR-APROVACAO-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------*
006540* 4000-ACUMULAR-MES - CONTA O DIA NO SEU MES, DO MES DA    *
006550*                  EXECUCAO EM DIANTE                      *
006560*----------------------------------------------------------*
006570 4000-ACUMULAR-MES.
006580     COMPUTE WRK-AAAAMM-DIA = WRK-DATA-DIA / 100.
006590     IF WRK-AAAAMM-DIA < WRK-AAAAMM-EXEC
006600         GO TO 4000-ACUMULAR-MES-EXIT
006610     END-IF.
006620     IF WRK-QTD-MESES > ZEROS
006630         IF TAB-MES-AAAAMM (WRK-QTD-MESES) = WRK-AAAAMM-DIA
006640             GO TO 4000-ACUMULAR-MES-FIM
006650         END-IF
006660     END-IF.
006670     IF WRK-QTD-MESES NOT < WRK-MAX-MESES
006680         GO TO 4000-ACUMULAR-MES-EXIT
006690     END-IF.
006700     ADD 1 TO WRK-QTD-MESES.
006710     MOVE WRK-AAAAMM-DIA TO TAB-MES-AAAAMM (WRK-QTD-MESES).
006720     MOVE ZEROS TO TAB-MES-CORRIDOS (WRK-QTD-MESES)
006730                   TAB-MES-UTEIS (WRK-QTD-MESES).
006740 4000-ACUMULAR-MES-FIM.
006750     ADD 1 TO TAB-MES-CORRIDOS (WRK-QTD-MESES).
006760     IF WRK-TIPO-DIA = "U"
006770         ADD 1 TO TAB-MES-UTEIS (WRK-QTD-MESES)
006780     END-IF.
006790 4000-ACUMULAR-MES-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830* 5000-IMPRIMIR-MESES - QUADRO DE DIAS DE PROCESSAMENTO    *
006840*                  POR MES E AVISO DE FIM DO CALENDARIO    *
006850*                  EM MENOS DE 60 DIAS                     *
006860*----------------------------------------------------------*
006870 5000-IMPRIMIR-MESES.
006880     IF WRK-CONT-OCORRENCIAS = ZEROS
006890         MOVE "NENHUMA OCORRENCIA" TO REL-AVS-TEXTO
006900         WRITE REL-LINHA FROM REL-LINHA-AVISO
006910                 AFTER ADVANCING 1 LINE
006920     END-IF.
006930     WRITE REL-LINHA FROM REL-TIT-MESES AFTER ADVANCING 2 LINES.
006940     WRITE REL-LINHA FROM REL-CAB-MESES AFTER ADVANCING 1 LINE.
006950     PERFORM 5100-IMPRIMIR-MES     THRU 5100-IMPRIMIR-MES-EXIT
006960             VARYING WRK-IDX-MES FROM 1 BY 1
006970             UNTIL WRK-IDX-MES > WRK-QTD-MESES.
006980     IF WRK-DATA-FINAL < WRK-DATA-LIMITE
006990         MOVE SPACES TO REL-AVS-TEXTO
007000         STRING "ATENCAO: O CALENDARIO TERMINA EM " WRK-DATA-FINAL
007010                ", MENOS DE 60 DIAS A FRENTE - RODAR O CLICALGR "
007020                "COM PARM GERAR"
007030                DELIMITED BY SIZE INTO REL-AVS-TEXTO
007040         WRITE REL-LINHA FROM REL-LINHA-AVISO
007050                 AFTER ADVANCING 2 LINES
007060         DISPLAY "CLICALGR: CALENDARIO TERMINA EM " WRK-DATA-FINAL
007070                 " - MENOS DE 60 DIAS A FRENTE"
007080         MOVE 4 TO RETURN-CODE
007090     END-IF.
007100 5000-IMPRIMIR-MESES-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------*
007140* 5100-IMPRIMIR-MES - UMA LINHA DO QUADRO; O MES CORTADO   *
007150*                  PELO INICIO OU PELO FIM DO CALENDARIO   *
007160*                  TEM O DIVISOR INCOMPLETO                *
007170*----------------------------------------------------------*
007180 5100-IMPRIMIR-MES.
007190     MOVE TAB-MES-AAAAMM (WRK-IDX-MES)   TO REL-MES-AAAAMM.
007200     MOVE TAB-MES-CORRIDOS (WRK-IDX-MES) TO REL-MES-CORRIDOS.
007210     MOVE TAB-MES-UTEIS (WRK-IDX-MES)    TO REL-MES-UTEIS.
007220     COMPUTE REL-MES-SEM = TAB-MES-CORRIDOS (WRK-IDX-MES)
007230             - TAB-MES-UTEIS (WRK-IDX-MES).
007240     MOVE SPACES TO REL-MES-OBS.
007250     IF TAB-MES-UTEIS (WRK-IDX-MES) = ZEROS
007260         MOVE "SEM DIA DE PROCESSAMENTO" TO REL-MES-OBS
007270     END-IF.
007280     COMPUTE WRK-AAAAMM-DIA = WRK-DATA-INICIAL / 100.
007290     IF WRK-AAAAMM-DIA = TAB-MES-AAAAMM (WRK-IDX-MES)
007300             AND WRK-DATA-INICIAL - (WRK-AAAAMM-DIA * 100) > 1
007310         MOVE "MES INCOMPLETO NO CALENDARIO" TO REL-MES-OBS
007320     END-IF.
007330     COMPUTE WRK-DATA-DIA = FUNCTION DATE-OF-INTEGER
007340             (FUNCTION INTEGER-OF-DATE (WRK-DATA-FINAL) + 1).
007350     COMPUTE WRK-AAAAMM-SEGUINTE = WRK-DATA-DIA / 100.
007360     COMPUTE WRK-AAAAMM-DIA = WRK-DATA-FINAL / 100.
007370     IF WRK-AAAAMM-DIA = TAB-MES-AAAAMM (WRK-IDX-MES)
007380             AND WRK-AAAAMM-SEGUINTE = WRK-AAAAMM-DIA
007390         MOVE "MES INCOMPLETO NO CALENDARIO" TO REL-MES-OBS
007400     END-IF.
007410     WRITE REL-LINHA FROM REL-DET-MES AFTER ADVANCING 1 LINE.
007420 5100-IMPRIMIR-MES-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------*
007460* 5500-LISTAR-MUNICIPAIS - FERIADOS MUNICIPAIS ATIVOS DE   *
007470*                  CADA AGENCIA, FIXOS E DE HOJE EM DIANTE.*
007480*                  NAO ENTRAM NO CLICALEN, QUE E UNICO     *
007490*                  PARA O LOTE CENTRAL                     *
007500*----------------------------------------------------------*
007510 5500-LISTAR-MUNICIPAIS.
007520     WRITE REL-LINHA FROM REL-TIT-MUNICIPAIS
007530             AFTER ADVANCING 2 LINES.
007540     MOVE 0001  TO FER-AGENCIA.
007550     MOVE ZEROS TO FER-DATA.
007560     START FERIADOS KEY IS NOT LESS THAN FER-CHAVE
007570         INVALID KEY
007580             SET FIM-ARQUIVO-FERIADOS TO TRUE
007590     END-START.
007600     PERFORM 5510-LISTAR-FERIADO   THRU 5510-LISTAR-FERIADO-EXIT
007610             UNTIL FIM-ARQUIVO-FERIADOS.
007620     IF WRK-CONT-MUNICIPAIS = ZEROS
007630         MOVE "NENHUM FERIADO MUNICIPAL CADASTRADO"
007640                 TO REL-AVS-TEXTO
007650         WRITE REL-LINHA FROM REL-LINHA-AVISO
007660                 AFTER ADVANCING 1 LINE
007670     END-IF.
007680 5500-LISTAR-MUNICIPAIS-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------*
007720* 5510-LISTAR-FERIADO - UM REGISTRO DO CADASTRO            *
007730*----------------------------------------------------------*
007740 5510-LISTAR-FERIADO.
007750     READ FERIADOS NEXT RECORD
007760         AT END
007770             SET FIM-ARQUIVO-FERIADOS TO TRUE
007780             GO TO 5510-LISTAR-FERIADO-EXIT
007790     END-READ.
007800     IF NOT FER-ATIVO
007810         GO TO 5510-LISTAR-FERIADO-EXIT
007820     END-IF.
007830     IF FER-ANO NOT = ZEROS AND FER-DATA < WRK-DATA-SISTEMA
007840         GO TO 5510-LISTAR-FERIADO-EXIT
007850     END-IF.
007860     ADD 1 TO WRK-CONT-MUNICIPAIS.
007870     MOVE FER-AGENCIA   TO REL-MUN-AGENCIA.
007880     MOVE FER-DATA      TO REL-MUN-DATA.
007890     MOVE FER-TIPO      TO REL-MUN-TIPO.
007900     MOVE FER-DESCRICAO TO REL-MUN-DESCRICAO.
007910     MOVE SPACES        TO REL-MUN-OBS.
007920     IF FER-ANO = ZEROS
007930         MOVE "TODO ANO" TO REL-MUN-OBS
007940     END-IF.
007950     IF FER-DATA > WRK-DATA-FINAL
007960         MOVE "APOS O FIM" TO REL-MUN-OBS
007970     END-IF.
007980     WRITE REL-LINHA FROM REL-DET-MUNICIPAL
007990             AFTER ADVANCING 1 LINE.
008000 5510-LISTAR-FERIADO-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------*
008040* 6000-GRAVAR-DIA - GRAVA O DIA NO CALENDARIO NOVO E O     *
008050*                  CONTA NO SEU MES                        *
008060*----------------------------------------------------------*
008070 6000-GRAVAR-DIA.
008080     MOVE SPACES       TO CALN-REGISTRO.
008090     MOVE WRK-DATA-DIA TO CALN-DATA.
008100     MOVE WRK-TIPO-DIA TO CALN-TIPO.
008110     WRITE CALN-REGISTRO.
008120     ADD 1 TO WRK-CONT-GRAVADOS.
008130     MOVE WRK-INT-DIA  TO WRK-INT-ULTIMO.
008140     IF WRK-DATA-INICIAL = ZEROS
008150         MOVE WRK-DATA-DIA TO WRK-DATA-INICIAL
008160     END-IF.
008170     MOVE WRK-DATA-DIA TO WRK-DATA-FINAL.
008180     PERFORM 4000-ACUMULAR-MES     THRU 4000-ACUMULAR-MES-EXIT.
008190 6000-GRAVAR-DIA-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------*
008230* 8000-IMPRIMIR-OCORRENCIA - UMA LINHA DE OCORRENCIA (O    *
008240*                  CHAMADOR PREENCHE O TIPO NOVO E O TEXTO)*
008250*----------------------------------------------------------*
008260 8000-IMPRIMIR-OCORRENCIA.
008270     ADD 1 TO WRK-CONT-OCORRENCIAS.
008280     MOVE WRK-DATA-DIA   TO REL-OCO-DATA.
008290     MOVE WRK-TIPO-ANTES TO REL-OCO-ANTES.
008300     WRITE REL-LINHA FROM REL-DET-OCORRENCIA
008310             AFTER ADVANCING 1 LINE.
008320 8000-IMPRIMIR-OCORRENCIA-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------*
008360* 9000-FINALIZAR - TOTAIS DE CONTROLE E FECHAMENTOS.       *
008370*                  DIVERGENCIA, LACUNA OU DATA DESCARTADA  *
008380*                  DEVOLVEM RC 4                           *
008390*----------------------------------------------------------*
008400 9000-FINALIZAR.
008410     MOVE WRK-DATA-INICIAL TO REL-PER-INICIO.
008420     MOVE WRK-DATA-FINAL   TO REL-PER-FIM.
008430     WRITE REL-LINHA FROM REL-LINHA-PERIODO
008440             AFTER ADVANCING 2 LINES.
008450     WRITE REL-LINHA FROM REL-TIT-CONTROLE
008460             AFTER ADVANCING 2 LINES.
008470     MOVE "DIAS LIDOS DO CLICALEN        " TO REL-ROD-ROTULO.
008480     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
008490     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008500     MOVE "DATAS DESCARTADAS             " TO REL-ROD-ROTULO.
008510     MOVE WRK-CONT-DESCARTADOS TO REL-ROD-VALOR.
008520     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008530     MOVE "LACUNAS PREENCHIDAS           " TO REL-ROD-ROTULO.
008540     MOVE WRK-CONT-LACUNAS TO REL-ROD-VALOR.
008550     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008560     MOVE "DIAS GERADOS                  " TO REL-ROD-ROTULO.
008570     MOVE WRK-CONT-GERADOS TO REL-ROD-VALOR.
008580     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008590     MOVE "DIAS ALTERADOS COM APROVACAO  " TO REL-ROD-ROTULO.
008600     MOVE WRK-CONT-ALTERADOS TO REL-ROD-VALOR.
008610     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008620     MOVE "DIAS DIVERGENTES MANTIDOS     " TO REL-ROD-ROTULO.
008630     MOVE WRK-CONT-DIVERGENTES TO REL-ROD-VALOR.
008640     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008650     MOVE "DIAS GRAVADOS NO CLICALNV     " TO REL-ROD-ROTULO.
008660     MOVE WRK-CONT-GRAVADOS TO REL-ROD-VALOR.
008670     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008680     MOVE "FERIADOS MUNICIPAIS LISTADOS  " TO REL-ROD-ROTULO.
008690     MOVE WRK-CONT-MUNICIPAIS TO REL-ROD-VALOR.
008700     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008710     IF WRK-CONT-DIVERGENTES > ZEROS
008720             OR WRK-CONT-LACUNAS > ZEROS
008730             OR WRK-CONT-DESCARTADOS > ZEROS
008740         MOVE 4 TO RETURN-CODE
008750     END-IF.
008760     CLOSE CALENDARIO-NOVO FERIADOS RELATORIO.
008770     DISPLAY "CLICALGR: CALENDARIO DE " WRK-DATA-INICIAL " A "
008780             WRK-DATA-FINAL " - DIAS GERADOS " WRK-CONT-GERADOS
008790             " ALTERADOS " WRK-CONT-ALTERADOS
008800             " DIVERGENTES " WRK-CONT-DIVERGENTES.
008810 9000-FINALIZAR-EXIT.
008820     EXIT.
008830
008840 9999-EXIT.
008850     STOP RUN.
