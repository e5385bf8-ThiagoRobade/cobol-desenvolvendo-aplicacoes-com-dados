000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIFGC.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - COBERTURA MENSAL DA *
000120*                    GARANTIA DO FGC POR DEPOSITANTE       *
000130*                    (CPF/CNPJ). PARA CADA DOCUMENTO DA    *
000140*                    REFERENCIA CRUZADA CLIXREF SOMA A     *
000150*                    COTA DE CADA CONTA EM QUE FIGURA      *
000160*                    (SALDO CREDOR DIVIDIDO EM PARTES      *
000170*                    IGUAIS ENTRE OS TITULARES DO CLIMSTR  *
000180*                    E DO CLITITU, SOBRA DO ARREDONDAMENTO *
000190*                    COM O PRINCIPAL) E A COTA DE CADA CDB *
000200*                    NAO LIQUIDADO DO CLICDB (PRINCIPAL    *
000210*                    MAIS RENDIMENTO ACUMULADO, DIVIDIDO   *
000220*                    DO MESMO JEITO ENTRE OS TITULARES DA  *
000230*                    CONTA DO CDB). USD/EUR CONVERTIDOS    *
000240*                    PELA TAXA DO CLIFXRT. O TOTAL E       *
000250*                    SEPARADO EM COBERTO E DESCOBERTO      *
000260*                    CONTRA O TETO PARM-TETO-FGC DO        *
000270*                    CLIPARM. SAIDAS: ARQUIVO DE LAYOUT    *
000280*                    FIXO CLIFGCX PARA O FUNDO (CABECALHO, *
000290*                    UM DETALHE POR DOCUMENTO COM SALDO,   *
000300*                    TRAILER COM QUANTIDADE E HASH) E O    *
000310*                    RELATORIO RELFGC POR AGENCIA (A DA    *
000320*                    CONTA DE MENOR NUMERO DO DOCUMENTO).  *
000330*                    CONTA ENCERRADA FICA FORA. O CONTROLE *
000340*                    CLIFGCCT (AAAAMM) IMPEDE GERAR O      *
000350*                    MESMO MES DUAS VEZES, NOS MOLDES DO   *
000360*                    CLIBACEN. PARM: AAAAMM DE REFERENCIA; *
000370*                    EM BRANCO, O MES DA DATA DO SISTEMA.  *
000380* 2026-10-15 EBC     ENTRADA DO CLIXREF DE CONTA EXPURGADA *
000390*                    (O CLIXREF A GUARDA ATE A             *
000400*                    ANONIMIZACAO) E CONFERIDA NO CLIENCER *
000410*                    (DD OPCIONAL) E FICA FORA SEM AVISO   *
000420*                    NEM RC 4, COM VOLUME PROPRIO NO       *
000430*                    RELFGC; SO A REFERENCIA SEM CONTA EM  *
000440*                    LUGAR NENHUM CONTINUA SENDO ERRO.     *
000450*----------------------------------------------------------*
000460 ENVIRONMENT             DIVISION.
000470 CONFIGURATION           SECTION.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500
000510 INPUT-OUTPUT            SECTION.
000520 FILE-CONTROL.
000530     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CLI-ID
000570         FILE STATUS IS FS-CLIENTES-MASTER.
000580     SELECT REFERENCIA ASSIGN TO "CLIXREF"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS XRF-CHAVE
000620         FILE STATUS IS FS-REFERENCIA.
000630     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ENC-CLI-ID
000670         FILE STATUS IS FS-ENCERRADAS.
000680     SELECT TITULARES ASSIGN TO "CLITITU"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS TIT-CHAVE
000720         FILE STATUS IS FS-TITULARES.
000730     SELECT CERTIFICADOS ASSIGN TO "CLICDB"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CDB-NUMERO
000770         FILE STATUS IS FS-CERTIFICADOS.
000780     SELECT CAMBIO ASSIGN TO "CLIFXRT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-CAMBIO.
000810     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FS-PARAMETROS.
000840*----------------------------------------------------------*
000850* ARQUIVO DE COBERTURA NO LAYOUT FIXO DO FUNDO             *
000860*----------------------------------------------------------*
000870     SELECT RETORNO-FGC ASSIGN TO "CLIFGCX"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FS-RETORNO-FGC.
000900*----------------------------------------------------------*
000910* CONTROLE DO ULTIMO MES DE REFERENCIA GERADO              *
000920*----------------------------------------------------------*
000930     SELECT CONTROLE-FGC ASSIGN TO "CLIFGCCT"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS FS-CONTROLE-FGC.
000960*----------------------------------------------------------*
000970* TOTAIS POR DOCUMENTO, RECLASSIFICADOS POR AGENCIA PARA O *
000980* RELATORIO                                                *
000990*----------------------------------------------------------*
001000     SELECT TRABALHO-FGC ASSIGN TO "CLIFGCWK"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS FS-TRABALHO-FGC.
001030     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
001040     SELECT RELATORIO ASSIGN TO "RELFGC"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS FS-RELATORIO.
001070
001080 DATA                    DIVISION.
001090 FILE                    SECTION.
001100 FD  CLIENTES-MASTER
001110     LABEL RECORD IS STANDARD.
001120     COPY CLIREG.
001130
001140 FD  REFERENCIA
001150     LABEL RECORD IS STANDARD.
001160     COPY CLIXREFR.
001170
001180 FD  ENCERRADAS
001190     LABEL RECORD IS STANDARD.
001200     COPY CLIENCRG.
001210
001220 FD  TITULARES
001230     LABEL RECORD IS STANDARD.
001240     COPY CLITITRG.
001250
001260 FD  CERTIFICADOS
001270     LABEL RECORD IS STANDARD.
001280     COPY CLICDBRG.
001290
001300 FD  CAMBIO
001310     LABEL RECORD IS STANDARD.
001320 01  FX-REGISTRO.
001330     05  FX-DATA               PICTURE 9(08).
001340     05  FILLER                PICTURE X(01).
001350     05  FX-TAXA-USD           PICTURE 9(04)V9(04).
001360     05  FILLER                PICTURE X(01).
001370     05  FX-TAXA-EUR           PICTURE 9(04)V9(04).
001380
001390 FD  PARAMETROS
001400     LABEL RECORD IS STANDARD.
001410 01  PARM-REGISTRO.
001420     05  FILLER              PICTURE X(115).
001430     05  PARM-TETO-FGC       PICTURE 9(10).
001440
001450 FD  RETORNO-FGC
001460     LABEL RECORD IS STANDARD.
001470 01  FGC-LINHA                PICTURE X(120).
001480
001490 FD  CONTROLE-FGC
001500     LABEL RECORD IS STANDARD.
001510 01  FGCCT-REGISTRO.
001520     05  FGCCT-ULTIMO-AAAAMM  PICTURE 9(06).
001530
001540 FD  TRABALHO-FGC
001550     LABEL RECORD IS STANDARD.
001560 01  TRB-REGISTRO             PICTURE X(112).
001570
001580 SD  CLASSIFICACAO.
001590 01  SRT-REGISTRO.
001600     05  SRT-DOCUMENTO        PICTURE 9(14).
001610     05  SRT-CLIENTE          PICTURE 9(06).
001620     05  SRT-ORIGEM           PICTURE X(01).
001630     05  SRT-CDB              PICTURE 9(06).
001640     05  FILLER               PICTURE X(37).
001650 01  SRT-RESUMO.
001660     05  SRR-AGENCIA          PICTURE 9(04).
001670     05  SRR-DOCUMENTO        PICTURE 9(14).
001680     05  FILLER               PICTURE X(94).
001690
001700 FD  RELATORIO
001710     LABEL RECORD IS STANDARD.
001720 01  REL-LINHA               PICTURE X(132).
001730
001740 WORKING-STORAGE         SECTION.
001750 01  WRK-FLAGS.
001760     05  WRK-FIM-XREF    PICTURE X(01)      VALUE "N".
001770         88  FIM-REFERENCIA                 VALUE "S".
001780     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001790         88  FIM-TITULARES                  VALUE "S".
001800     05  WRK-FIM-CDB     PICTURE X(01)      VALUE "N".
001810         88  FIM-CERTIFICADOS               VALUE "S".
001820     05  WRK-FIM-TRB     PICTURE X(01)      VALUE "N".
001830         88  FIM-TRABALHO                   VALUE "S".
001840     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001850         88  FIM-CLASSIFICACAO              VALUE "S".
001860     05  WRK-TEM-ENC     PICTURE X(01)      VALUE "N".
001870         88  ARQUIVO-ENC-OK                 VALUE "S".
001880     05  WRK-ACHOU-ENC   PICTURE X(01)      VALUE "N".
001890         88  CONTA-EXPURGADA                VALUE "S".
001900 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001910 01  FS-REFERENCIA       PICTURE X(02)      VALUE "00".
001920 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001930 01  FS-ENCERRADAS       PICTURE X(02)      VALUE "00".
001940 01  FS-CERTIFICADOS     PICTURE X(02)      VALUE "00".
001950 01  FS-CAMBIO           PICTURE X(02)      VALUE "00".
001960 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001970 01  FS-RETORNO-FGC      PICTURE X(02)      VALUE "00".
001980 01  FS-CONTROLE-FGC     PICTURE X(02)      VALUE "00".
001990 01  FS-TRABALHO-FGC     PICTURE X(02)      VALUE "00".
002000 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002010 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
002020 77  WRK-AAAAMM-REF      PICTURE 9(06)      VALUE ZEROS.
002030 77  WRK-DATA-CAMBIO     PICTURE 9(08)      VALUE ZEROS.
002040 77  WRK-AAAAMM-CAMBIO   PICTURE 9(06)      VALUE ZEROS.
002050 77  WRK-TAXA-USD        PICTURE 9(04)V9(04) COMP VALUE ZEROS.
002060 77  WRK-TAXA-EUR        PICTURE 9(04)V9(04) COMP VALUE ZEROS.
002070 77  WRK-TETO-FGC        PICTURE 9(10)      VALUE 250000.
002080 77  WRK-VALOR-ORIGEM    PICTURE S9(12)     COMP VALUE ZEROS.
002090 77  WRK-VALOR-BRL       PICTURE S9(12)     COMP VALUE ZEROS.
002100 77  WRK-COTA            PICTURE S9(12)     COMP VALUE ZEROS.
002110 77  WRK-QTD-TITULARES   PICTURE 9(02)      COMP VALUE ZEROS.
002120 77  WRK-DOC-ATUAL       PICTURE 9(14)      VALUE ZEROS.
002130 77  WRK-AGENCIA-ATUAL   PICTURE 9(04)      VALUE 9999.
002140 77  WRK-CONT-REFERENCIAS PICTURE 9(06)     COMP VALUE ZEROS.
002150 77  WRK-CONT-CONTAS     PICTURE 9(06)      COMP VALUE ZEROS.
002160 77  WRK-CONT-CDB        PICTURE 9(06)      COMP VALUE ZEROS.
002170 77  WRK-CONT-SEM-CONTA  PICTURE 9(06)      COMP VALUE ZEROS.
002180 77  WRK-CONT-EXPURGADAS PICTURE 9(06)      COMP VALUE ZEROS.
002190 77  WRK-CONT-SEM-SALDO  PICTURE 9(06)      COMP VALUE ZEROS.
002200 77  WRK-CONT-DESCOBERTOS PICTURE 9(06)     COMP VALUE ZEROS.
002210 77  WRK-QTD-DETALHES    PICTURE 9(06)      COMP VALUE ZEROS.
002220 77  WRK-HASH-TOTAL      PICTURE S9(15)     COMP VALUE ZEROS.
002230 77  WRK-SOMA-COBERTO    PICTURE S9(15)     COMP VALUE ZEROS.
002240 77  WRK-SOMA-DESCOBERTO PICTURE S9(15)     COMP VALUE ZEROS.
002250 77  WRK-AG-DEPOSITANTES PICTURE 9(06)      COMP VALUE ZEROS.
002260 77  WRK-AG-TOTAL        PICTURE S9(15)     COMP VALUE ZEROS.
002270 77  WRK-AG-COBERTO      PICTURE S9(15)     COMP VALUE ZEROS.
002280 77  WRK-AG-DESCOBERTO   PICTURE S9(15)     COMP VALUE ZEROS.
002290
002300*----------------------------------------------------------*
002310* COTA DE UM TITULAR EM UMA CONTA OU CDB, JA EM REAIS      *
002320* (REGISTRO DA PRIMEIRA CLASSIFICACAO, POR DOCUMENTO)      *
002330*----------------------------------------------------------*
002340 01  FGC-POSICAO.
002350     05  POS-DOCUMENTO        PICTURE 9(14).
002360     05  POS-CLIENTE          PICTURE 9(06).
002370     05  POS-ORIGEM           PICTURE X(01).
002380         88  POS-ORIGEM-CONTA                VALUE "C".
002390         88  POS-ORIGEM-CDB                  VALUE "D".
002400     05  POS-CDB              PICTURE 9(06).
002410     05  POS-TIPO-DOC         PICTURE X(01).
002420     05  POS-NOME             PICTURE X(20).
002430     05  POS-AGENCIA          PICTURE 9(04).
002440     05  POS-VALOR            PICTURE S9(12).
002450
002460*----------------------------------------------------------*
002470* TOTAIS DE UM DOCUMENTO (CLIFGCWK E REGISTRO DA SEGUNDA   *
002480* CLASSIFICACAO, POR AGENCIA)                              *
002490*----------------------------------------------------------*
002500 01  FGC-RESUMO.
002510     05  FRS-AGENCIA          PICTURE 9(04).
002520     05  FRS-DOCUMENTO        PICTURE 9(14).
002530     05  FRS-TIPO-DOC         PICTURE X(01).
002540     05  FRS-NOME             PICTURE X(20).
002550     05  FRS-QTD-CONTAS       PICTURE 9(04).
002560     05  FRS-QTD-CDB          PICTURE 9(04).
002570     05  FRS-CONTAS           PICTURE S9(13).
002580     05  FRS-CDB              PICTURE S9(13).
002590     05  FRS-TOTAL            PICTURE S9(13).
002600     05  FRS-COBERTO          PICTURE S9(13).
002610     05  FRS-DESCOBERTO       PICTURE S9(13).
002620
002630*----------------------------------------------------------*
002640* LINHAS DO ARQUIVO CLIFGCX (LAYOUT FIXO DO FUNDO)         *
002650*----------------------------------------------------------*
002660 01  FGC-CABECALHO.
002670     05  FGC-CAB-TIPO        PICTURE X(01) VALUE "H".
002680     05  FGC-CAB-AAAAMM      PICTURE 9(06).
002690     05  FGC-CAB-DATA-GER    PICTURE 9(08).
002700     05  FGC-CAB-TETO        PICTURE 9(10).
002710     05  FGC-CAB-DATA-CAMBIO PICTURE 9(08).
002720     05  FGC-CAB-TAXA-USD    PICTURE 9(04)V9(04).
002730     05  FGC-CAB-TAXA-EUR    PICTURE 9(04)V9(04).
002740     05  FILLER              PICTURE X(71) VALUE SPACES.
002750 01  FGC-DETALHE.
002760     05  FGC-DET-TIPO        PICTURE X(01) VALUE "D".
002770     05  FGC-DET-DOCUMENTO   PICTURE 9(14).
002780     05  FGC-DET-TIPO-DOC    PICTURE X(01).
002790     05  FGC-DET-NOME        PICTURE X(20).
002800     05  FGC-DET-QTD-CONTAS  PICTURE 9(04).
002810     05  FGC-DET-QTD-CDB     PICTURE 9(04).
002820     05  FGC-DET-CONTAS      PICTURE S9(13).
002830     05  FGC-DET-CDB         PICTURE S9(13).
002840     05  FGC-DET-TOTAL       PICTURE S9(13).
002850     05  FGC-DET-COBERTO     PICTURE S9(13).
002860     05  FGC-DET-DESCOBERTO  PICTURE S9(13).
002870     05  FILLER              PICTURE X(11) VALUE SPACES.
002880 01  FGC-TRAILER.
002890     05  FGC-TRL-TIPO        PICTURE X(01) VALUE "T".
002900     05  FGC-TRL-QTD         PICTURE 9(06).
002910     05  FGC-TRL-HASH        PICTURE S9(15).
002920     05  FGC-TRL-COBERTO     PICTURE S9(15).
002930     05  FGC-TRL-DESCOBERTO  PICTURE S9(15).
002940     05  FILLER              PICTURE X(68) VALUE SPACES.
002950
002960 01  REL-CABECALHO.
002970     05  FILLER              PICTURE X(44)
002980             VALUE "COBERTURA DO FGC POR DEPOSITANTE (CLIFGC) - ".
002990     05  REL-CAB-AAAAMM      PICTURE 9999/99.
003000     05  FILLER              PICTURE X(08) VALUE "  TETO ".
003010     05  REL-CAB-TETO        PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003020     05  FILLER              PICTURE X(57) VALUE SPACES.
003030 01  REL-COLUNAS.
003040     05  FILLER              PICTURE X(16) VALUE "DOCUMENTO".
003050     05  FILLER              PICTURE X(22) VALUE "NOME".
003060     05  FILLER              PICTURE X(04) VALUE "CTS".
003070     05  FILLER              PICTURE X(18) VALUE "       CONTAS".
003080     05  FILLER              PICTURE X(18) VALUE "          CDB".
003090     05  FILLER              PICTURE X(18) VALUE "        TOTAL".
003100     05  FILLER              PICTURE X(18) VALUE "      COBERTO".
003110     05  FILLER              PICTURE X(18) VALUE "   DESCOBERTO".
003120 01  REL-LINHA-AGENCIA.
003130     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
003140     05  REL-AG-CODIGO       PICTURE 9(04).
003150     05  FILLER              PICTURE X(120) VALUE SPACES.
003160 01  REL-DETALHE.
003170     05  REL-DET-DOCUMENTO   PICTURE 9(14).
003180     05  FILLER              PICTURE X(01) VALUE SPACES.
003190     05  REL-DET-TIPO-DOC    PICTURE X(01).
003200     05  FILLER              PICTURE X(01) VALUE SPACES.
003210     05  REL-DET-NOME        PICTURE X(20).
003220     05  FILLER              PICTURE X(01) VALUE SPACES.
003230     05  REL-DET-QTD         PICTURE ZZ9.
003240     05  FILLER              PICTURE X(01) VALUE SPACES.
003250     05  REL-DET-CONTAS      PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003260     05  FILLER              PICTURE X(02) VALUE SPACES.
003270     05  REL-DET-CDB         PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003280     05  FILLER              PICTURE X(02) VALUE SPACES.
003290     05  REL-DET-TOTAL       PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003300     05  FILLER              PICTURE X(02) VALUE SPACES.
003310     05  REL-DET-COBERTO     PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003320     05  FILLER              PICTURE X(02) VALUE SPACES.
003330     05  REL-DET-DESCOBERTO  PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003340     05  FILLER              PICTURE X(02) VALUE SPACES.
003350 01  REL-TOTAL-AGENCIA.
003360     05  FILLER              PICTURE X(16) VALUE SPACES.
003370     05  FILLER              PICTURE X(14) VALUE "DEPOSITANTES ".
003380     05  REL-TAG-QTD         PICTURE ZZZ.ZZ9.
003390     05  FILLER              PICTURE X(41) VALUE SPACES.
003400     05  REL-TAG-TOTAL       PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003410     05  FILLER              PICTURE X(02) VALUE SPACES.
003420     05  REL-TAG-COBERTO     PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003430     05  FILLER              PICTURE X(02) VALUE SPACES.
003440     05  REL-TAG-DESCOBERTO  PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003450     05  FILLER              PICTURE X(02) VALUE SPACES.
003460 01  REL-RODAPE.
003470     05  REL-ROD-ROTULO      PICTURE X(30).
003480     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003490     05  FILLER              PICTURE X(84) VALUE SPACES.
003500
003510 LINKAGE                 SECTION.
003520 01  LK-PARM-AAAAMM          PICTURE X(06).
003530
003540 PROCEDURE               DIVISION USING LK-PARM-AAAAMM.
003550*----------------------------------------------------------*
003560* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003570*----------------------------------------------------------*
003580 0000-MAINLINE.
003590     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003600     SORT CLASSIFICACAO
003610             ON ASCENDING KEY SRT-DOCUMENTO SRT-CLIENTE
003620                     SRT-ORIGEM SRT-CDB
003630             INPUT PROCEDURE IS 2000-LIBERAR-POSICOES
003640                     THRU 2000-LIBERAR-POSICOES-EXIT
003650             OUTPUT PROCEDURE IS 3000-APURAR-DOCUMENTOS
003660                     THRU 3000-APURAR-DOCUMENTOS-EXIT.
003670     SORT CLASSIFICACAO
003680             ON ASCENDING KEY SRR-AGENCIA SRR-DOCUMENTO
003690             INPUT PROCEDURE IS 4000-LIBERAR-RESUMOS
003700                     THRU 4000-LIBERAR-RESUMOS-EXIT
003710             OUTPUT PROCEDURE IS 4500-IMPRIMIR-RELATORIO
003720                     THRU 4500-IMPRIMIR-RELATORIO-EXIT.
003730     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003740     GO TO 9999-EXIT.
003750
003760*----------------------------------------------------------*
003770* 1000-INICIALIZAR - REFERENCIA, GUARDA DE MES, CAMBIO,    *
003780*                    TETO E ABERTURAS                      *
003790*----------------------------------------------------------*
003800 1000-INICIALIZAR.
003810     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003820     COMPUTE WRK-AAAAMM-REF = WRK-DATA-SISTEMA / 100.
003830     IF LK-PARM-AAAAMM IS NUMERIC
003840             AND LK-PARM-AAAAMM NOT = "000000"
003850         MOVE LK-PARM-AAAAMM TO WRK-AAAAMM-REF
003860     END-IF.
003870     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
003880     PERFORM 1200-LER-CAMBIO THRU 1200-LER-CAMBIO-EXIT.
003890     PERFORM 1300-LER-PARAMETROS THRU 1300-LER-PARAMETROS-EXIT.
003900     OPEN INPUT REFERENCIA.
003910     IF FS-REFERENCIA NOT = "00"
003920         DISPLAY "CLIFGC: ERRO AO ABRIR CLIXREF - STATUS "
003930                 FS-REFERENCIA
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 9999-EXIT
003960     END-IF.
003970     OPEN INPUT CLIENTES-MASTER.
003980     IF FS-CLIENTES-MASTER NOT = "00"
003990         DISPLAY "CLIFGC: ERRO AO ABRIR CLIMSTR - STATUS "
004000                 FS-CLIENTES-MASTER
004010         CLOSE REFERENCIA
004020         MOVE 16 TO RETURN-CODE
004030         GO TO 9999-EXIT
004040     END-IF.
004050*    SEM O CLITITU A CONTA CONJUNTA NAO SERIA DIVIDIDA E O
004060*    PRINCIPAL FICARIA COM O SALDO INTEIRO - NAO GERA.
004070     OPEN INPUT TITULARES.
004080     IF FS-TITULARES NOT = "00"
004090         DISPLAY "CLIFGC: ERRO AO ABRIR CLITITU - STATUS "
004100                 FS-TITULARES
004110         CLOSE REFERENCIA CLIENTES-MASTER
004120         MOVE 16 TO RETURN-CODE
004130         GO TO 9999-EXIT
004140     END-IF.
004150     OPEN INPUT CERTIFICADOS.
004160     IF FS-CERTIFICADOS NOT = "00"
004170         DISPLAY "CLIFGC: ERRO AO ABRIR CLICDB - STATUS "
004180                 FS-CERTIFICADOS
004190         CLOSE REFERENCIA CLIENTES-MASTER TITULARES
004200         MOVE 16 TO RETURN-CODE
004210         GO TO 9999-EXIT
004220     END-IF.
004230     OPEN INPUT ENCERRADAS.
004240     IF FS-ENCERRADAS = "00"
004250         SET ARQUIVO-ENC-OK TO TRUE
004260     ELSE
004270         DISPLAY "CLIFGC: CLIENCER INDISPONIVEL - STATUS "
004280                 FS-ENCERRADAS " - CONTA EXPURGADA SAI COMO "
004290                 "REFERENCIA SEM CONTA"
004300     END-IF.
004310     OPEN OUTPUT RETORNO-FGC.
004320     IF FS-RETORNO-FGC NOT = "00"
004330         DISPLAY "CLIFGC: ERRO AO ABRIR CLIFGCX - STATUS "
004340                 FS-RETORNO-FGC
004350         CLOSE REFERENCIA CLIENTES-MASTER TITULARES CERTIFICADOS
004360         MOVE 16 TO RETURN-CODE
004370         GO TO 9999-EXIT
004380     END-IF.
004390     OPEN OUTPUT RELATORIO.
004400     MOVE WRK-AAAAMM-REF TO REL-CAB-AAAAMM.
004410     MOVE WRK-TETO-FGC   TO REL-CAB-TETO.
004420     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
004430     WRITE REL-LINHA FROM REL-COLUNAS AFTER ADVANCING 2 LINES.
004440     MOVE WRK-AAAAMM-REF   TO FGC-CAB-AAAAMM.
004450     MOVE WRK-DATA-SISTEMA TO FGC-CAB-DATA-GER.
004460     MOVE WRK-TETO-FGC     TO FGC-CAB-TETO.
004470     MOVE WRK-DATA-CAMBIO  TO FGC-CAB-DATA-CAMBIO.
004480     MOVE WRK-TAXA-USD     TO FGC-CAB-TAXA-USD.
004490     MOVE WRK-TAXA-EUR     TO FGC-CAB-TAXA-EUR.
004500     WRITE FGC-LINHA FROM FGC-CABECALHO.
004510 1000-INICIALIZAR-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------*
004550* 1150-VERIFICAR-MES - MES DE REFERENCIA JA GERADO SEGUNDO *
004560*                    O CLIFGCCT ABORTA COM RC 16           *
004570*----------------------------------------------------------*
004580 1150-VERIFICAR-MES.
004590     OPEN INPUT CONTROLE-FGC.
004600     IF FS-CONTROLE-FGC = "00"
004610         READ CONTROLE-FGC
004620             AT END
004630                 CONTINUE
004640             NOT AT END
004650                 IF FGCCT-ULTIMO-AAAAMM = WRK-AAAAMM-REF
004660                     DISPLAY "CLIFGC: COBERTURA DO MES "
004670                             WRK-AAAAMM-REF
004680                             " JA GERADA - ABORTANDO"
004690                     CLOSE CONTROLE-FGC
004700                     MOVE 16 TO RETURN-CODE
004710                     GO TO 9999-EXIT
004720                 END-IF
004730         END-READ
004740         CLOSE CONTROLE-FGC
004750     END-IF.
004760 1150-VERIFICAR-MES-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800* 1200-LER-CAMBIO - TAXAS DO CLIFXRT. SEM TAXA A POSICAO   *
004810*                    EM USD/EUR SAIRIA ZERADA E O          *
004820*                    DESCOBERTO SUBESTIMADO: ABORTA COM RC *
004830*                    16. TAXA DE MES DIFERENTE GANHA AVISO *
004840*----------------------------------------------------------*
004850 1200-LER-CAMBIO.
004860     OPEN INPUT CAMBIO.
004870     IF FS-CAMBIO = "00"
004880         READ CAMBIO
004890             AT END
004900                 CONTINUE
004910             NOT AT END
004920                 MOVE FX-DATA     TO WRK-DATA-CAMBIO
004930                 MOVE FX-TAXA-USD TO WRK-TAXA-USD
004940                 MOVE FX-TAXA-EUR TO WRK-TAXA-EUR
004950         END-READ
004960         CLOSE CAMBIO
004970     END-IF.
004980     IF WRK-TAXA-USD = ZEROS OR WRK-TAXA-EUR = ZEROS
004990         DISPLAY "CLIFGC: CLIFXRT INDISPONIVEL OU SEM TAXA - "
005000                 "ABORTANDO"
005010         MOVE 16 TO RETURN-CODE
005020         GO TO 9999-EXIT
005030     END-IF.
005040     COMPUTE WRK-AAAAMM-CAMBIO = WRK-DATA-CAMBIO / 100.
005050     IF WRK-AAAAMM-CAMBIO NOT = WRK-AAAAMM-REF
005060         DISPLAY "CLIFGC: TAXA DE CAMBIO DE " WRK-DATA-CAMBIO
005070                 " NAO E DO MES DE REFERENCIA " WRK-AAAAMM-REF
005080     END-IF.
005090 1200-LER-CAMBIO-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------*
005130* 1300-LER-PARAMETROS - TETO DE GARANTIA POR DEPOSITANTE   *
005140*                    (CLIPARM); AUSENTE OU ZERADO, FICA O  *
005150*                    PADRAO DA WORKING                     *
005160*----------------------------------------------------------*
005170 1300-LER-PARAMETROS.
005180     OPEN INPUT PARAMETROS.
005190     IF FS-PARAMETROS = "00"
005200         READ PARAMETROS
005210             AT END
005220                 CONTINUE
005230             NOT AT END
005240                 IF PARM-TETO-FGC IS NUMERIC
005250                         AND PARM-TETO-FGC NOT = ZEROS
005260                     MOVE PARM-TETO-FGC TO WRK-TETO-FGC
005270                 END-IF
005280         END-READ
005290         CLOSE PARAMETROS
005300     END-IF.
005310 1300-LER-PARAMETROS-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350* 2000-LIBERAR-POSICOES - UMA COTA POR DOCUMENTO DO        *
005360*                    CLIXREF E POR TITULAR DE CADA CDB     *
005370*----------------------------------------------------------*
005380 2000-LIBERAR-POSICOES.
005390     PERFORM 2100-LER-REFERENCIA THRU 2100-LER-REFERENCIA-EXIT.
005400     PERFORM 2200-LIBERAR-CONTA THRU 2200-LIBERAR-CONTA-EXIT
005410             UNTIL FIM-REFERENCIA.
005420     PERFORM 2500-LER-CDB THRU 2500-LER-CDB-EXIT.
005430     PERFORM 2600-LIBERAR-CDB THRU 2600-LIBERAR-CDB-EXIT
005440             UNTIL FIM-CERTIFICADOS.
005450 2000-LIBERAR-POSICOES-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------*
005490* 2100-LER-REFERENCIA - LEITURA SEQUENCIAL DO CLIXREF      *
005500*----------------------------------------------------------*
005510 2100-LER-REFERENCIA.
005520     READ REFERENCIA NEXT RECORD
005530         AT END
005540             SET FIM-REFERENCIA TO TRUE
005550         NOT AT END
005560             ADD 1 TO WRK-CONT-REFERENCIAS
005570     END-READ.
005580 2100-LER-REFERENCIA-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------*
005620* 2200-LIBERAR-CONTA - COTA DO DOCUMENTO NO SALDO CREDOR   *
005630*                    DA CONTA: PARTES IGUAIS ENTRE OS      *
005640*                    TITULARES, SOBRA COM O PRINCIPAL.     *
005650*                    SALDO DEVEDOR NAO E DEPOSITO (ZERO)   *
005660*----------------------------------------------------------*
005670 2200-LIBERAR-CONTA.
005680     MOVE XRF-CLI-ID TO CLI-ID.
005690     READ CLIENTES-MASTER
005700         INVALID KEY
005710             PERFORM 2250-PROCURAR-EXPURGADA
005720                     THRU 2250-PROCURAR-EXPURGADA-EXIT
005730             GO TO 2200-LIBERAR-CONTA-LER
005740     END-READ.
005750     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
005760             AND CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-SISTEMA
005770         GO TO 2200-LIBERAR-CONTA-LER
005780     END-IF.
005790     MOVE ZEROS TO WRK-VALOR-ORIGEM.
005800     IF CLI-SALDO > ZEROS
005810         MOVE CLI-SALDO TO WRK-VALOR-ORIGEM
005820     END-IF.
005830     PERFORM 6000-CONVERTER-VALOR THRU 6000-CONVERTER-VALOR-EXIT.
005840     IF XRF-TITULAR-PRINCIPAL
005850         MOVE CLI-TIPO-DOC TO POS-TIPO-DOC
005860     ELSE
005870         MOVE SPACES TO POS-TIPO-DOC
005880         MOVE XRF-CLI-ID TO TIT-CLI-ID
005890         MOVE XRF-SEQ    TO TIT-SEQ
005900         READ TITULARES
005910             INVALID KEY
005920                 CONTINUE
005930             NOT INVALID KEY
005940                 MOVE TIT-TIPO-DOC TO POS-TIPO-DOC
005950         END-READ
005960     END-IF.
005970     PERFORM 6100-CONTAR-TITULARES
005980             THRU 6100-CONTAR-TITULARES-EXIT.
005990     COMPUTE WRK-COTA = WRK-VALOR-BRL / WRK-QTD-TITULARES.
006000     IF XRF-TITULAR-PRINCIPAL
006010         COMPUTE WRK-COTA = WRK-VALOR-BRL
006020                 - WRK-COTA * (WRK-QTD-TITULARES - 1)
006030     END-IF.
006040     MOVE XRF-DOCUMENTO TO POS-DOCUMENTO.
006050     MOVE XRF-CLI-ID    TO POS-CLIENTE.
006060     SET POS-ORIGEM-CONTA TO TRUE.
006070     MOVE ZEROS         TO POS-CDB.
006080     MOVE XRF-NOME      TO POS-NOME.
006090     MOVE CLI-AGENCIA   TO POS-AGENCIA.
006100     MOVE WRK-COTA      TO POS-VALOR.
006110     RELEASE SRT-REGISTRO FROM FGC-POSICAO.
006120     ADD 1 TO WRK-CONT-CONTAS.
006130 2200-LIBERAR-CONTA-LER.
006140     PERFORM 2100-LER-REFERENCIA THRU 2100-LER-REFERENCIA-EXIT.
006150 2200-LIBERAR-CONTA-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------*
006190* 2250-PROCURAR-EXPURGADA - CONTA DO CLIXREF FORA DO       *
006200*                    MESTRE: A EXPURGADA PELO CLIENCEX     *
006210*                    (QUE SO SAI DO CLIXREF NA             *
006220*                    ANONIMIZACAO) NAO TEM SALDO E FICA    *
006230*                    FORA EM SILENCIO; AS DEMAIS SAO ERRO  *
006240*----------------------------------------------------------*
006250 2250-PROCURAR-EXPURGADA.
006260     MOVE "N" TO WRK-ACHOU-ENC.
006270     IF ARQUIVO-ENC-OK
006280         MOVE XRF-CLI-ID TO ENC-CLI-ID
006290         READ ENCERRADAS
006300             INVALID KEY
006310                 CONTINUE
006320             NOT INVALID KEY
006330                 SET CONTA-EXPURGADA TO TRUE
006340         END-READ
006350     END-IF.
006360     IF CONTA-EXPURGADA
006370         ADD 1 TO WRK-CONT-EXPURGADAS
006380         GO TO 2250-PROCURAR-EXPURGADA-EXIT
006390     END-IF.
006400     DISPLAY "CLIFGC: CLIXREF APONTA CONTA INEXISTENTE "
006410             XRF-CLI-ID " - DOCUMENTO " XRF-DOCUMENTO.
006420     ADD 1 TO WRK-CONT-SEM-CONTA.
006430     MOVE 4 TO RETURN-CODE.
006440 2250-PROCURAR-EXPURGADA-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------*
006480* 2500-LER-CDB - LEITURA SEQUENCIAL DO CLICDB              *
006490*----------------------------------------------------------*
006500 2500-LER-CDB.
006510     READ CERTIFICADOS NEXT RECORD
006520         AT END
006530             SET FIM-CERTIFICADOS TO TRUE
006540     END-READ.
006550 2500-LER-CDB-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------*
006590* 2600-LIBERAR-CDB - CDB NAO LIQUIDADO: PRINCIPAL MAIS     *
006600*                    RENDIMENTO, NA MOEDA DA CONTA DE      *
006610*                    ORIGEM, DIVIDIDO ENTRE OS TITULARES   *
006620*                    DA CONTA COMO O SALDO                 *
006630*----------------------------------------------------------*
006640 2600-LIBERAR-CDB.
006650     IF CDB-LIQUIDADO
006660         GO TO 2600-LIBERAR-CDB-LER
006670     END-IF.
006680     MOVE CDB-CLI-ID TO CLI-ID.
006690     READ CLIENTES-MASTER
006700         INVALID KEY
006710             DISPLAY "CLIFGC: CDB " CDB-NUMERO
006720                     " DE CONTA INEXISTENTE " CDB-CLI-ID
006730             ADD 1 TO WRK-CONT-SEM-CONTA
006740             MOVE 4 TO RETURN-CODE
006750             GO TO 2600-LIBERAR-CDB-LER
006760     END-READ.
006770     COMPUTE WRK-VALOR-ORIGEM = CDB-PRINCIPAL
006780             + CDB-JUROS-ACUMULADO.
006790     IF WRK-VALOR-ORIGEM < ZEROS
006800         MOVE ZEROS TO WRK-VALOR-ORIGEM
006810     END-IF.
006820     PERFORM 6000-CONVERTER-VALOR THRU 6000-CONVERTER-VALOR-EXIT.
006830     PERFORM 6100-CONTAR-TITULARES
006840             THRU 6100-CONTAR-TITULARES-EXIT.
006850     COMPUTE WRK-COTA = WRK-VALOR-BRL / WRK-QTD-TITULARES.
006860     MOVE CLI-ID        TO POS-CLIENTE.
006870     SET POS-ORIGEM-CDB TO TRUE.
006880     MOVE CDB-NUMERO    TO POS-CDB.
006890     MOVE CLI-AGENCIA   TO POS-AGENCIA.
006900     IF CLI-DOCUMENTO NOT = ZEROS
006910         MOVE CLI-DOCUMENTO TO POS-DOCUMENTO
006920         MOVE CLI-TIPO-DOC  TO POS-TIPO-DOC
006930         MOVE CLI-NOME      TO POS-NOME
006940         COMPUTE POS-VALOR = WRK-VALOR-BRL
006950                 - WRK-COTA * (WRK-QTD-TITULARES - 1)
006960         RELEASE SRT-REGISTRO FROM FGC-POSICAO
006970     END-IF.
006980     MOVE "N" TO WRK-FIM-TIT.
006990     MOVE CLI-ID TO TIT-CLI-ID.
007000     MOVE ZEROS  TO TIT-SEQ.
007010     START TITULARES KEY IS NOT LESS THAN TIT-CHAVE
007020         INVALID KEY
007030             SET FIM-TITULARES TO TRUE
007040     END-START.
007050     PERFORM 2700-LIBERAR-COTA-TITULAR
007060             THRU 2700-LIBERAR-COTA-TITULAR-EXIT
007070             UNTIL FIM-TITULARES.
007080     ADD 1 TO WRK-CONT-CDB.
007090 2600-LIBERAR-CDB-LER.
007100     PERFORM 2500-LER-CDB THRU 2500-LER-CDB-EXIT.
007110 2600-LIBERAR-CDB-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------*
007150* 2700-LIBERAR-COTA-TITULAR - COTA DO CDB PARA UM TITULAR  *
007160*                    ADICIONAL COM DOCUMENTO               *
007170*----------------------------------------------------------*
007180 2700-LIBERAR-COTA-TITULAR.
007190     READ TITULARES NEXT RECORD
007200         AT END
007210             SET FIM-TITULARES TO TRUE
007220             GO TO 2700-LIBERAR-COTA-TITULAR-EXIT
007230     END-READ.
007240     IF TIT-CLI-ID NOT = CLI-ID
007250         SET FIM-TITULARES TO TRUE
007260         GO TO 2700-LIBERAR-COTA-TITULAR-EXIT
007270     END-IF.
007280     IF TIT-DOCUMENTO = ZEROS
007290         GO TO 2700-LIBERAR-COTA-TITULAR-EXIT
007300     END-IF.
007310     MOVE TIT-DOCUMENTO TO POS-DOCUMENTO.
007320     MOVE TIT-TIPO-DOC  TO POS-TIPO-DOC.
007330     MOVE TIT-NOME      TO POS-NOME.
007340     MOVE WRK-COTA      TO POS-VALOR.
007350     RELEASE SRT-REGISTRO FROM FGC-POSICAO.
007360 2700-LIBERAR-COTA-TITULAR-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------*
007400* 3000-APURAR-DOCUMENTOS - SOMA AS COTAS DE CADA DOCUMENTO,*
007410*                    SEPARA COBERTO E DESCOBERTO, GRAVA O  *
007420*                    DETALHE DO CLIFGCX E O RESUMO NO      *
007430*                    CLIFGCWK; FECHA COM O TRAILER         *
007440*----------------------------------------------------------*
007450 3000-APURAR-DOCUMENTOS.
007460     OPEN OUTPUT TRABALHO-FGC.
007470     PERFORM 3100-SOMAR-POSICAO THRU 3100-SOMAR-POSICAO-EXIT
007480             UNTIL FIM-CLASSIFICACAO.
007490     IF WRK-DOC-ATUAL NOT = ZEROS
007500         PERFORM 3200-FECHAR-DOCUMENTO
007510                 THRU 3200-FECHAR-DOCUMENTO-EXIT
007520     END-IF.
007530     CLOSE TRABALHO-FGC.
007540     MOVE WRK-QTD-DETALHES    TO FGC-TRL-QTD.
007550     MOVE WRK-HASH-TOTAL      TO FGC-TRL-HASH.
007560     MOVE WRK-SOMA-COBERTO    TO FGC-TRL-COBERTO.
007570     MOVE WRK-SOMA-DESCOBERTO TO FGC-TRL-DESCOBERTO.
007580     WRITE FGC-LINHA FROM FGC-TRAILER.
007590 3000-APURAR-DOCUMENTOS-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------*
007630* 3100-SOMAR-POSICAO - ACUMULA UMA COTA NO DOCUMENTO; NA   *
007640*                    QUEBRA FECHA O ANTERIOR. A AGENCIA DO *
007650*                    DOCUMENTO E A DA PRIMEIRA CONTA       *
007660*----------------------------------------------------------*
007670 3100-SOMAR-POSICAO.
007680     RETURN CLASSIFICACAO INTO FGC-POSICAO
007690         AT END
007700             SET FIM-CLASSIFICACAO TO TRUE
007710             GO TO 3100-SOMAR-POSICAO-EXIT
007720     END-RETURN.
007730     IF POS-DOCUMENTO NOT = WRK-DOC-ATUAL
007740         IF WRK-DOC-ATUAL NOT = ZEROS
007750             PERFORM 3200-FECHAR-DOCUMENTO
007760                     THRU 3200-FECHAR-DOCUMENTO-EXIT
007770         END-IF
007780         MOVE POS-DOCUMENTO TO WRK-DOC-ATUAL
007790         MOVE POS-AGENCIA   TO FRS-AGENCIA
007800         MOVE POS-DOCUMENTO TO FRS-DOCUMENTO
007810         MOVE POS-TIPO-DOC  TO FRS-TIPO-DOC
007820         MOVE POS-NOME      TO FRS-NOME
007830         MOVE ZEROS TO FRS-QTD-CONTAS FRS-QTD-CDB FRS-CONTAS
007840                       FRS-CDB FRS-TOTAL FRS-COBERTO
007850                       FRS-DESCOBERTO
007860     END-IF.
007870     IF FRS-TIPO-DOC = SPACES
007880         MOVE POS-TIPO-DOC TO FRS-TIPO-DOC
007890     END-IF.
007900     IF POS-ORIGEM-CONTA
007910         ADD POS-VALOR TO FRS-CONTAS
007920         ADD 1 TO FRS-QTD-CONTAS
007930     ELSE
007940         ADD POS-VALOR TO FRS-CDB
007950         ADD 1 TO FRS-QTD-CDB
007960     END-IF.
007970 3100-SOMAR-POSICAO-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------*
008010* 3200-FECHAR-DOCUMENTO - DOCUMENTO COM SALDO: COBERTO ATE *
008020*                    O TETO, O RESTO DESCOBERTO            *
008030*----------------------------------------------------------*
008040 3200-FECHAR-DOCUMENTO.
008050     COMPUTE FRS-TOTAL = FRS-CONTAS + FRS-CDB.
008060     IF FRS-TOTAL NOT > ZEROS
008070         ADD 1 TO WRK-CONT-SEM-SALDO
008080         GO TO 3200-FECHAR-DOCUMENTO-EXIT
008090     END-IF.
008100     IF FRS-TOTAL > WRK-TETO-FGC
008110         MOVE WRK-TETO-FGC TO FRS-COBERTO
008120         ADD 1 TO WRK-CONT-DESCOBERTOS
008130     ELSE
008140         MOVE FRS-TOTAL TO FRS-COBERTO
008150     END-IF.
008160     COMPUTE FRS-DESCOBERTO = FRS-TOTAL - FRS-COBERTO.
008170     MOVE FRS-DOCUMENTO   TO FGC-DET-DOCUMENTO.
008180     MOVE FRS-TIPO-DOC    TO FGC-DET-TIPO-DOC.
008190     MOVE FRS-NOME        TO FGC-DET-NOME.
008200     MOVE FRS-QTD-CONTAS  TO FGC-DET-QTD-CONTAS.
008210     MOVE FRS-QTD-CDB     TO FGC-DET-QTD-CDB.
008220     MOVE FRS-CONTAS      TO FGC-DET-CONTAS.
008230     MOVE FRS-CDB         TO FGC-DET-CDB.
008240     MOVE FRS-TOTAL       TO FGC-DET-TOTAL.
008250     MOVE FRS-COBERTO     TO FGC-DET-COBERTO.
008260     MOVE FRS-DESCOBERTO  TO FGC-DET-DESCOBERTO.
008270     WRITE FGC-LINHA FROM FGC-DETALHE.
008280     ADD 1 TO WRK-QTD-DETALHES.
008290     ADD FRS-TOTAL      TO WRK-HASH-TOTAL.
008300     ADD FRS-COBERTO    TO WRK-SOMA-COBERTO.
008310     ADD FRS-DESCOBERTO TO WRK-SOMA-DESCOBERTO.
008320     WRITE TRB-REGISTRO FROM FGC-RESUMO.
008330 3200-FECHAR-DOCUMENTO-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------*
008370* 4000-LIBERAR-RESUMOS - DEVOLVE OS TOTAIS POR DOCUMENTO   *
008380*                    PARA A CLASSIFICACAO POR AGENCIA      *
008390*----------------------------------------------------------*
008400 4000-LIBERAR-RESUMOS.
008410     OPEN INPUT TRABALHO-FGC.
008420     PERFORM 4100-LIBERAR-UM-RESUMO
008430             THRU 4100-LIBERAR-UM-RESUMO-EXIT
008440             UNTIL FIM-TRABALHO.
008450     CLOSE TRABALHO-FGC.
008460 4000-LIBERAR-RESUMOS-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------*
008500* 4100-LIBERAR-UM-RESUMO - UM DOCUMENTO DO CLIFGCWK        *
008510*----------------------------------------------------------*
008520 4100-LIBERAR-UM-RESUMO.
008530     READ TRABALHO-FGC
008540         AT END
008550             SET FIM-TRABALHO TO TRUE
008560             GO TO 4100-LIBERAR-UM-RESUMO-EXIT
008570     END-READ.
008580     RELEASE SRT-RESUMO FROM TRB-REGISTRO.
008590 4100-LIBERAR-UM-RESUMO-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------*
008630* 4500-IMPRIMIR-RELATORIO - DEPOSITANTES POR AGENCIA, COM  *
008640*                    TOTAL NA QUEBRA                       *
008650*----------------------------------------------------------*
008660 4500-IMPRIMIR-RELATORIO.
008670     MOVE "N" TO WRK-FIM-CLASSIF.
008680     PERFORM 4600-IMPRIMIR-DEPOSITANTE
008690             THRU 4600-IMPRIMIR-DEPOSITANTE-EXIT
008700             UNTIL FIM-CLASSIFICACAO.
008710     IF WRK-AGENCIA-ATUAL NOT = 9999
008720         PERFORM 4700-FECHAR-AGENCIA
008730                 THRU 4700-FECHAR-AGENCIA-EXIT
008740     END-IF.
008750 4500-IMPRIMIR-RELATORIO-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------*
008790* 4600-IMPRIMIR-DEPOSITANTE - UMA LINHA POR DOCUMENTO      *
008800*----------------------------------------------------------*
008810 4600-IMPRIMIR-DEPOSITANTE.
008820     RETURN CLASSIFICACAO INTO FGC-RESUMO
008830         AT END
008840             SET FIM-CLASSIFICACAO TO TRUE
008850             GO TO 4600-IMPRIMIR-DEPOSITANTE-EXIT
008860     END-RETURN.
008870     IF FRS-AGENCIA NOT = WRK-AGENCIA-ATUAL
008880         IF WRK-AGENCIA-ATUAL NOT = 9999
008890             PERFORM 4700-FECHAR-AGENCIA
008900                     THRU 4700-FECHAR-AGENCIA-EXIT
008910         END-IF
008920         MOVE FRS-AGENCIA TO WRK-AGENCIA-ATUAL
008930         MOVE FRS-AGENCIA TO REL-AG-CODIGO
008940         WRITE REL-LINHA FROM REL-LINHA-AGENCIA
008950                 AFTER ADVANCING 2 LINES
008960     END-IF.
008970     MOVE FRS-DOCUMENTO  TO REL-DET-DOCUMENTO.
008980     MOVE FRS-TIPO-DOC   TO REL-DET-TIPO-DOC.
008990     MOVE FRS-NOME       TO REL-DET-NOME.
009000     MOVE FRS-QTD-CONTAS TO REL-DET-QTD.
009010     MOVE FRS-CONTAS     TO REL-DET-CONTAS.
009020     MOVE FRS-CDB        TO REL-DET-CDB.
009030     MOVE FRS-TOTAL      TO REL-DET-TOTAL.
009040     MOVE FRS-COBERTO    TO REL-DET-COBERTO.
009050     MOVE FRS-DESCOBERTO TO REL-DET-DESCOBERTO.
009060     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
009070     ADD 1 TO WRK-AG-DEPOSITANTES.
009080     ADD FRS-TOTAL      TO WRK-AG-TOTAL.
009090     ADD FRS-COBERTO    TO WRK-AG-COBERTO.
009100     ADD FRS-DESCOBERTO TO WRK-AG-DESCOBERTO.
009110 4600-IMPRIMIR-DEPOSITANTE-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------*
009150* 4700-FECHAR-AGENCIA - IMPRIME O TOTAL DA AGENCIA         *
009160*----------------------------------------------------------*
009170 4700-FECHAR-AGENCIA.
009180     MOVE WRK-AG-DEPOSITANTES TO REL-TAG-QTD.
009190     MOVE WRK-AG-TOTAL        TO REL-TAG-TOTAL.
009200     MOVE WRK-AG-COBERTO      TO REL-TAG-COBERTO.
009210     MOVE WRK-AG-DESCOBERTO   TO REL-TAG-DESCOBERTO.
009220     WRITE REL-LINHA FROM REL-TOTAL-AGENCIA
009230             AFTER ADVANCING 1 LINE.
009240     MOVE ZEROS TO WRK-AG-DEPOSITANTES WRK-AG-TOTAL
009250                   WRK-AG-COBERTO WRK-AG-DESCOBERTO.
009260 4700-FECHAR-AGENCIA-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------*
009300* 6000-CONVERTER-VALOR - LEVA O VALOR PARA REAIS PELA      *
009310*                    MOEDA DA CONTA                        *
009320*----------------------------------------------------------*
009330 6000-CONVERTER-VALOR.
009340     IF MOEDA-DOLAR
009350         COMPUTE WRK-VALOR-BRL ROUNDED =
009360                 WRK-VALOR-ORIGEM * WRK-TAXA-USD
009370     ELSE
009380         IF MOEDA-EURO
009390             COMPUTE WRK-VALOR-BRL ROUNDED =
009400                     WRK-VALOR-ORIGEM * WRK-TAXA-EUR
009410         ELSE
009420             MOVE WRK-VALOR-ORIGEM TO WRK-VALOR-BRL
009430         END-IF
009440     END-IF.
009450 6000-CONVERTER-VALOR-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------*
009490* 6100-CONTAR-TITULARES - PRINCIPAL COM DOCUMENTO MAIS OS  *
009500*                    ADICIONAIS COM DOCUMENTO DO CLITITU   *
009510*                    (AS MESMAS REGRAS DO CLIXREFB); NO    *
009520*                    MINIMO UM                             *
009530*----------------------------------------------------------*
009540 6100-CONTAR-TITULARES.
009550     MOVE ZEROS TO WRK-QTD-TITULARES.
009560     IF CLI-DOCUMENTO NOT = ZEROS
009570         ADD 1 TO WRK-QTD-TITULARES
009580     END-IF.
009590     MOVE "N" TO WRK-FIM-TIT.
009600     MOVE CLI-ID TO TIT-CLI-ID.
009610     MOVE ZEROS  TO TIT-SEQ.
009620     START TITULARES KEY IS NOT LESS THAN TIT-CHAVE
009630         INVALID KEY
009640             SET FIM-TITULARES TO TRUE
009650     END-START.
009660     PERFORM 6150-CONTAR-UM-TITULAR
009670             THRU 6150-CONTAR-UM-TITULAR-EXIT
009680             UNTIL FIM-TITULARES.
009690     IF WRK-QTD-TITULARES = ZEROS
009700         MOVE 1 TO WRK-QTD-TITULARES
009710     END-IF.
009720 6100-CONTAR-TITULARES-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------*
009760* 6150-CONTAR-UM-TITULAR - LE O PROXIMO TITULAR DA CONTA   *
009770*----------------------------------------------------------*
009780 6150-CONTAR-UM-TITULAR.
009790     READ TITULARES NEXT RECORD
009800         AT END
009810             SET FIM-TITULARES TO TRUE
009820             GO TO 6150-CONTAR-UM-TITULAR-EXIT
009830     END-READ.
009840     IF TIT-CLI-ID NOT = CLI-ID
009850         SET FIM-TITULARES TO TRUE
009860         GO TO 6150-CONTAR-UM-TITULAR-EXIT
009870     END-IF.
009880     IF TIT-DOCUMENTO NOT = ZEROS
009890         ADD 1 TO WRK-QTD-TITULARES
009900     END-IF.
009910 6150-CONTAR-UM-TITULAR-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------*
009950* 9000-FINALIZAR - TOTAIS, CONTROLE DO MES E FECHAMENTO    *
009960*----------------------------------------------------------*
009970 9000-FINALIZAR.
009980     MOVE "ENTRADAS DO CLIXREF LIDAS     " TO REL-ROD-ROTULO.
009990     MOVE WRK-CONT-REFERENCIAS TO REL-ROD-VALOR.
010000     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
010010     MOVE "COTAS DE CONTA CONSIDERADAS   " TO REL-ROD-ROTULO.
010020     MOVE WRK-CONT-CONTAS TO REL-ROD-VALOR.
010030     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010040     MOVE "CDB NAO LIQUIDADOS            " TO REL-ROD-ROTULO.
010050     MOVE WRK-CONT-CDB TO REL-ROD-VALOR.
010060     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010070     MOVE "REFERENCIAS SEM CONTA         " TO REL-ROD-ROTULO.
010080     MOVE WRK-CONT-SEM-CONTA TO REL-ROD-VALOR.
010090     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010100     MOVE "REFERENCIAS DE CONTA EXPURGADA" TO REL-ROD-ROTULO.
010110     MOVE WRK-CONT-EXPURGADAS TO REL-ROD-VALOR.
010120     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010130     MOVE "DOCUMENTOS SEM SALDO          " TO REL-ROD-ROTULO.
010140     MOVE WRK-CONT-SEM-SALDO TO REL-ROD-VALOR.
010150     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010160     MOVE "DEPOSITANTES NO ARQUIVO       " TO REL-ROD-ROTULO.
010170     MOVE WRK-QTD-DETALHES TO REL-ROD-VALOR.
010180     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010190     MOVE "DEPOSITANTES ACIMA DO TETO    " TO REL-ROD-ROTULO.
010200     MOVE WRK-CONT-DESCOBERTOS TO REL-ROD-VALOR.
010210     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010220     MOVE "TOTAL DEPOSITADO (HASH)       " TO REL-ROD-ROTULO.
010230     MOVE WRK-HASH-TOTAL TO REL-ROD-VALOR.
010240     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010250     MOVE "TOTAL COBERTO                 " TO REL-ROD-ROTULO.
010260     MOVE WRK-SOMA-COBERTO TO REL-ROD-VALOR.
010270     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010280     MOVE "TOTAL DESCOBERTO              " TO REL-ROD-ROTULO.
010290     MOVE WRK-SOMA-DESCOBERTO TO REL-ROD-VALOR.
010300     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010310     CLOSE REFERENCIA CLIENTES-MASTER TITULARES CERTIFICADOS
010320           RETORNO-FGC RELATORIO.
010330     IF ARQUIVO-ENC-OK
010340         CLOSE ENCERRADAS
010350     END-IF.
010360     OPEN OUTPUT CONTROLE-FGC.
010370     MOVE WRK-AAAAMM-REF TO FGCCT-ULTIMO-AAAAMM.
010380     WRITE FGCCT-REGISTRO.
010390     CLOSE CONTROLE-FGC.
010400 9000-FINALIZAR-EXIT.
010410     EXIT.
010420
010430 9999-EXIT.
010440     STOP RUN.
