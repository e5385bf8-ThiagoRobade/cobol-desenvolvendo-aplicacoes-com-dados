000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLITXCAR.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - CARGA CRITICADA DOS *
000120*                    ARQUIVOS OFICIAIS DE CAMBIO (CLIFXOF) *
000130*                    E DE INDICES (CLIIXOF) NO CLIFXRT E   *
000140*                    NO CLIINDX, QUE O CLIENTES, O         *
000150*                    CLIFXREV, O CLIBACEN E O CLIRECON     *
000160*                    USAM SEM CONFERIR. REJEITA DIA SEM    *
000170*                    DATA, COM VALOR INVALIDO, POSTERIOR A *
000180*                    HOJE, FORA DE SEQUENCIA NO ARQUIVO OU *
000190*                    ANTERIOR A TAXA EM VIGOR. A VARIACAO  *
000200*                    SOBRE A TAXA EM VIGOR ACIMA DA        *
000210*                    TOLERANCIA DO CLITXPR (LAYOUT         *
000220*                    CLITXPRG; SEM ELE, 5%) RETEM O DIA NO *
000230*                    HISTORICO CLITXHS (LAYOUT CLITXHRG)   *
000240*                    ATE O SUPERVISOR CONFIRMAR NO TAXMNT; *
000250*                    OS DIAS SEGUINTES FICAM EM ESPERA. A  *
000260*                    TAXA CONFIRMADA E CARREGADA NA        *
000270*                    EXECUCAO SEGUINTE. O HISTORICO GUARDA *
000280*                    O VALOR ANTERIOR, O NOVO E O          *
000290*                    APROVADOR. O RELATORIO RELTXC MOSTRA  *
000300*                    CADA DIA LIDO, AS TAXAS QUE O LOTE DA *
000310*                    NOITE VAI USAR E AS RETIDAS.          *
000320*                    RETENCAO, REJEICAO, ARQUIVO OFICIAL   *
000330*                    AUSENTE OU TAXA EM VIGOR              *
000340*                    DESATUALIZADA DEVOLVEM RC 4.          *
000350*----------------------------------------------------------*
000360 ENVIRONMENT             DIVISION.
000370 CONFIGURATION           SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT            SECTION.
000420 FILE-CONTROL.
000430*----------------------------------------------------------*
000440* ARQUIVOS OFICIAIS RECEBIDOS, UM REGISTRO POR DIA, EM     *
000450* ORDEM DE DATA, NO MESMO LAYOUT DOS ARQUIVOS EM VIGOR     *
000460*----------------------------------------------------------*
000470     SELECT CAMBIO-OFICIAL ASSIGN TO "CLIFXOF"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-CAMBIO-OFICIAL.
000500     SELECT INDICE-OFICIAL ASSIGN TO "CLIIXOF"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-INDICE-OFICIAL.
000530*----------------------------------------------------------*
000540* TAXAS EM VIGOR LIDAS PELO LOTE DA NOITE (UM REGISTRO)    *
000550*----------------------------------------------------------*
000560     SELECT CAMBIO ASSIGN TO "CLIFXRT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-CAMBIO.
000590     SELECT INDICE ASSIGN TO "CLIINDX"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-INDICE.
000620*----------------------------------------------------------*
000630* HISTORICO DAS TAXAS CARREGADAS, RETIDAS E CONFIRMADAS    *
000640*----------------------------------------------------------*
000650     SELECT HISTORICO-TAXAS ASSIGN TO "CLITXHS"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS TXH-CHAVE
000690         FILE STATUS IS FS-HISTORICO-TAXAS.
000700*----------------------------------------------------------*
000710* TOLERANCIAS DA CARGA (UM REGISTRO SO)                    *
000720*----------------------------------------------------------*
000730     SELECT TOLERANCIAS ASSIGN TO "CLITXPR"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FS-TOLERANCIAS.
000760     SELECT RELATORIO ASSIGN TO "RELTXC"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-RELATORIO.
000790
000800 DATA                    DIVISION.
000810 FILE                    SECTION.
000820 FD  CAMBIO-OFICIAL
000830     LABEL RECORD IS STANDARD.
000840 01  FXO-REGISTRO.
000850     05  FXO-DATA              PICTURE 9(08).
000860     05  FILLER                PICTURE X(01).
000870     05  FXO-TAXA-USD          PICTURE 9(04)V9(04).
000880     05  FILLER                PICTURE X(01).
000890     05  FXO-TAXA-EUR          PICTURE 9(04)V9(04).
000900
000910 FD  INDICE-OFICIAL
000920     LABEL RECORD IS STANDARD.
000930 01  IXO-REGISTRO.
000940     05  IXO-DATA              PICTURE 9(08).
000950     05  FILLER                PICTURE X(01).
000960     05  IXO-TR                PICTURE 9V9(04).
000970     05  FILLER                PICTURE X(01).
000980     05  IXO-CDI               PICTURE 9V9(04).
000990
001000 FD  CAMBIO
001010     LABEL RECORD IS STANDARD.
001020 01  FX-REGISTRO.
001030     05  FX-DATA               PICTURE 9(08).
001040     05  FILLER                PICTURE X(01).
001050     05  FX-TAXA-USD           PICTURE 9(04)V9(04).
001060     05  FILLER                PICTURE X(01).
001070     05  FX-TAXA-EUR           PICTURE 9(04)V9(04).
001080
001090 FD  INDICE
001100     LABEL RECORD IS STANDARD.
001110 01  IDX-REGISTRO.
001120     05  IDX-DATA              PICTURE 9(08).
001130     05  FILLER                PICTURE X(01).
001140     05  IDX-TR                PICTURE 9V9(04).
001150     05  FILLER                PICTURE X(01).
001160     05  IDX-CDI               PICTURE 9V9(04).
001170
001180 FD  HISTORICO-TAXAS
001190     LABEL RECORD IS STANDARD.
001200     COPY CLITXHRG.
001210
001220 FD  TOLERANCIAS
001230     LABEL RECORD IS STANDARD.
001240     COPY CLITXPRG.
001250
001260 FD  RELATORIO
001270     LABEL RECORD IS STANDARD.
001280 01  REL-LINHA               PICTURE X(132).
001290
001300 WORKING-STORAGE         SECTION.
001310 01  WRK-FLAGS.
001320     05  WRK-FIM-OFICIAL PICTURE X(01)      VALUE "N".
001330         88  FIM-ARQUIVO-OFICIAL            VALUE "S".
001340     05  WRK-FIM-HIST    PICTURE X(01)      VALUE "N".
001350         88  FIM-HISTORICO                  VALUE "S".
001360     05  WRK-HIST-EXISTE PICTURE X(01)      VALUE "N".
001370         88  HISTORICO-EXISTENTE            VALUE "S".
001380     05  WRK-RETIDO      PICTURE X(01)      VALUE "N".
001390         88  DIA-ANTERIOR-RETIDO            VALUE "S".
001400     05  WRK-ALTERADA    PICTURE X(01)      VALUE "N".
001410         88  TAXA-ALTERADA                  VALUE "S".
001420     05  WRK-VALOR-OK    PICTURE X(01)      VALUE "S".
001430         88  VALOR-INVALIDO                 VALUE "N".
001440     05  WRK-FORA-TOL    PICTURE X(01)      VALUE "N".
001450         88  FORA-DA-TOLERANCIA             VALUE "S".
001460     05  WRK-TOL-PADRAO  PICTURE X(01)      VALUE "N".
001470         88  TOLERANCIA-PADRAO              VALUE "S".
001480 01  FS-CAMBIO-OFICIAL   PICTURE X(02)      VALUE "00".
001490 01  FS-INDICE-OFICIAL   PICTURE X(02)      VALUE "00".
001500 01  FS-CAMBIO           PICTURE X(02)      VALUE "00".
001510 01  FS-INDICE           PICTURE X(02)      VALUE "00".
001520 01  FS-HISTORICO-TAXAS  PICTURE X(02)      VALUE "00".
001530 01  FS-TOLERANCIAS      PICTURE X(02)      VALUE "00".
001540 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001550 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001560 77  WRK-HORA-COMPLETA   PICTURE 9(08)      VALUE ZEROS.
001570 77  WRK-RC-FINAL        PICTURE 9(02)      VALUE ZEROS.
001580 77  WRK-TIPO-TAXA       PICTURE X(01)      VALUE SPACES.
001590 77  WRK-PCT-TOLERANCIA  PICTURE 9(03)V99   VALUE ZEROS.
001600 77  WRK-PCT-CAMBIO      PICTURE 9(03)V99   VALUE 5,00.
001610 77  WRK-PCT-INDICE      PICTURE 9(03)V99   VALUE 5,00.
001620 77  WRK-ULT-DATA-OFIC   PICTURE 9(08)      VALUE ZEROS.
001630 77  WRK-CALC-BASE       PICTURE 9(04)V9(04) VALUE ZEROS.
001640 77  WRK-CALC-NOVO       PICTURE 9(04)V9(04) VALUE ZEROS.
001650 77  WRK-CALC-VARIACAO   PICTURE 9(05)V99   VALUE ZEROS.
001660 77  WRK-VARIACAO-1      PICTURE 9(05)V99   VALUE ZEROS.
001670 77  WRK-VARIACAO-2      PICTURE 9(05)V99   VALUE ZEROS.
001680 77  WRK-PCT-ED          PICTURE ZZ9,99.
001690 77  WRK-PCT-ED-2        PICTURE ZZ9,99.
001700 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001710 77  WRK-CONT-CARREGADAS PICTURE 9(06)      COMP VALUE ZEROS.
001720 77  WRK-CONT-RETIDAS    PICTURE 9(06)      COMP VALUE ZEROS.
001730 77  WRK-CONT-ESPERA     PICTURE 9(06)      COMP VALUE ZEROS.
001740 77  WRK-CONT-REJEITADAS PICTURE 9(06)      COMP VALUE ZEROS.
001750 77  WRK-CONT-JA-CARREG  PICTURE 9(06)      COMP VALUE ZEROS.
001760 77  WRK-CONT-PENDENTES  PICTURE 9(06)      COMP VALUE ZEROS.
001770 77  WRK-CONT-AVISOS     PICTURE 9(06)      COMP VALUE ZEROS.
001780
001790*----------------------------------------------------------*
001800* TAXAS EM VIGOR DE CADA ARQUIVO, ATUALIZADAS A CADA DIA   *
001810* CARREGADO                                                *
001820*----------------------------------------------------------*
001830 01  WRK-CAMBIO-VIGENTE.
001840     05  WRK-FX-DATA         PICTURE 9(08)      VALUE ZEROS.
001850     05  WRK-FX-USD          PICTURE 9(04)V9(04) VALUE ZEROS.
001860     05  WRK-FX-EUR          PICTURE 9(04)V9(04) VALUE ZEROS.
001870 01  WRK-INDICE-VIGENTE.
001880     05  WRK-IX-DATA         PICTURE 9(08)      VALUE ZEROS.
001890     05  WRK-IX-TR           PICTURE 9(04)V9(04) VALUE ZEROS.
001900     05  WRK-IX-CDI          PICTURE 9(04)V9(04) VALUE ZEROS.
001910
001920*----------------------------------------------------------*
001930* CAMPOS GENERICOS DA CRITICA, USADOS PARA O CAMBIO (USD/  *
001940* EUR) E PARA O INDICE (TR/CDI): A TAXA EM VIGOR DO TIPO   *
001950* QUE ESTA SENDO CARREGADO, O DIA LIDO E A BASE DA         *
001960* VARIACAO                                                 *
001970*----------------------------------------------------------*
001980 01  WRK-TAXA-VIGOR.
001990     05  WRK-ATU-DATA        PICTURE 9(08)      VALUE ZEROS.
002000     05  WRK-ATU-VALOR-1     PICTURE 9(04)V9(04) VALUE ZEROS.
002010     05  WRK-ATU-VALOR-2     PICTURE 9(04)V9(04) VALUE ZEROS.
002020 01  WRK-TAXA-LIDA.
002030     05  WRK-LID-DATA        PICTURE 9(08)      VALUE ZEROS.
002040     05  WRK-LID-VALOR-1     PICTURE 9(04)V9(04) VALUE ZEROS.
002050     05  WRK-LID-VALOR-2     PICTURE 9(04)V9(04) VALUE ZEROS.
002060 01  WRK-TAXA-BASE.
002070     05  WRK-BASE-DATA       PICTURE 9(08)      VALUE ZEROS.
002080     05  WRK-BASE-VALOR-1    PICTURE 9(04)V9(04) VALUE ZEROS.
002090     05  WRK-BASE-VALOR-2    PICTURE 9(04)V9(04) VALUE ZEROS.
002100
002110*----------------------------------------------------------*
002120* LINHAS DO RELATORIO DA CARGA DE TAXAS                    *
002130*----------------------------------------------------------*
002140 01  REL-CABECALHO-1.
002150     05  FILLER              PICTURE X(52)
002160         VALUE "CARGA DE TAXAS DE CAMBIO E INDICES - CLITXCAR".
002170     05  FILLER              PICTURE X(12) VALUE "EXECUCAO ".
002180     05  REL-CAB-DATA        PICTURE 9(08).
002190     05  FILLER              PICTURE X(60) VALUE SPACES.
002200 01  REL-TIT-DIAS.
002210     05  FILLER              PICTURE X(40)
002220         VALUE "DIAS LIDOS DOS ARQUIVOS OFICIAIS".
002230     05  FILLER              PICTURE X(92) VALUE SPACES.
002240 01  REL-CAB-DIAS.
002250     05  FILLER              PICTURE X(30)
002260         VALUE "TAXA    DATA       USD/TR    E".
002270     05  FILLER              PICTURE X(30)
002280         VALUE "UR/CDI    VAR-1%    VAR-2%  SI".
002290     05  FILLER              PICTURE X(30)
002300         VALUE "TUACAO".
002310     05  FILLER              PICTURE X(42) VALUE SPACES.
002320 01  REL-DET-TAXA.
002330     05  REL-TXA-TIPO        PICTURE X(06).
002340     05  FILLER              PICTURE X(02) VALUE SPACES.
002350     05  REL-TXA-DATA        PICTURE 9(08).
002360     05  FILLER              PICTURE X(02) VALUE SPACES.
002370     05  REL-TXA-VALOR-1     PICTURE ZZZ9,9999.
002380     05  FILLER              PICTURE X(01) VALUE SPACES.
002390     05  REL-TXA-VALOR-2     PICTURE ZZZ9,9999.
002400     05  FILLER              PICTURE X(02) VALUE SPACES.
002410     05  REL-TXA-VAR-1       PICTURE ZZZZ9,99.
002420     05  FILLER              PICTURE X(02) VALUE SPACES.
002430     05  REL-TXA-VAR-2       PICTURE ZZZZ9,99.
002440     05  FILLER              PICTURE X(02) VALUE SPACES.
002450     05  REL-TXA-TEXTO       PICTURE X(50).
002460     05  FILLER              PICTURE X(23) VALUE SPACES.
002470 01  REL-TIT-VIGENTES.
002480     05  FILLER              PICTURE X(40)
002490         VALUE "TAXAS QUE O LOTE DA NOITE VAI USAR".
002500     05  FILLER              PICTURE X(92) VALUE SPACES.
002510 01  REL-DET-VIGENTE.
002520     05  REL-VIG-ARQUIVO     PICTURE X(08).
002530     05  REL-VIG-DATA        PICTURE 9(08).
002540     05  FILLER              PICTURE X(02) VALUE SPACES.
002550     05  REL-VIG-ROTULO-1    PICTURE X(04).
002560     05  REL-VIG-VALOR-1     PICTURE ZZZ9,9999.
002570     05  FILLER              PICTURE X(02) VALUE SPACES.
002580     05  REL-VIG-ROTULO-2    PICTURE X(04).
002590     05  REL-VIG-VALOR-2     PICTURE ZZZ9,9999.
002600     05  FILLER              PICTURE X(02) VALUE SPACES.
002610     05  REL-VIG-OBS         PICTURE X(50).
002620     05  FILLER              PICTURE X(34) VALUE SPACES.
002630 01  REL-TIT-RETIDAS.
002640     05  FILLER              PICTURE X(30)
002650         VALUE "TAXAS AGUARDANDO O SUPERVISOR".
002660     05  FILLER              PICTURE X(30)
002670         VALUE " NO TAXMNT".
002680     05  FILLER              PICTURE X(72) VALUE SPACES.
002690 01  REL-LINHA-AVISO.
002700     05  FILLER              PICTURE X(04) VALUE "*** ".
002710     05  REL-AVS-TEXTO       PICTURE X(90).
002720     05  FILLER              PICTURE X(38) VALUE SPACES.
002730 01  REL-TIT-CONTROLE.
002740     05  FILLER              PICTURE X(30)
002750             VALUE "QUADRO DE TOTAIS DE CONTROLE".
002760     05  FILLER              PICTURE X(102) VALUE SPACES.
002770 01  REL-RODAPE.
002780     05  REL-ROD-ROTULO      PICTURE X(30).
002790     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002800     05  FILLER              PICTURE X(84) VALUE SPACES.
002810
002820 PROCEDURE               DIVISION.
002830*----------------------------------------------------------*
002840* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002850*----------------------------------------------------------*
002860 0000-MAINLINE.
002870     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002880     PERFORM 2000-CARREGAR-CAMBIO  THRU 2000-CARREGAR-CAMBIO-EXIT.
002890     PERFORM 2500-CARREGAR-INDICE  THRU 2500-CARREGAR-INDICE-EXIT.
002900     PERFORM 5000-IMPRIMIR-VIGENTES
002910             THRU 5000-IMPRIMIR-VIGENTES-EXIT.
002920     PERFORM 5100-LISTAR-RETIDAS   THRU 5100-LISTAR-RETIDAS-EXIT.
002930     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002940     GO TO 9999-EXIT.
002950
002960*----------------------------------------------------------*
002970* 1000-INICIALIZAR - TOLERANCIAS, TAXAS EM VIGOR E         *
002980*                    ABERTURAS. SEM O HISTORICO NADA E     *
002990*                    CARREGADO (RC 16).                    *
003000*----------------------------------------------------------*
003010 1000-INICIALIZAR.
003020     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003030     OPEN I-O HISTORICO-TAXAS.
003040     IF FS-HISTORICO-TAXAS NOT = "00"
003050             AND FS-HISTORICO-TAXAS NOT = "05"
003060         DISPLAY "CLITXCAR: ERRO AO ABRIR CLITXHS - STATUS "
003070                 FS-HISTORICO-TAXAS " - NENHUMA TAXA CARREGADA"
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 9999-EXIT
003100     END-IF.
003110     PERFORM 1100-LER-TOLERANCIAS THRU 1100-LER-TOLERANCIAS-EXIT.
003120     PERFORM 1200-LER-CAMBIO-VIGENTE
003130             THRU 1200-LER-CAMBIO-VIGENTE-EXIT.
003140     PERFORM 1300-LER-INDICE-VIGENTE
003150             THRU 1300-LER-INDICE-VIGENTE-EXIT.
003160     OPEN OUTPUT RELATORIO.
003170     MOVE WRK-DATA-SISTEMA TO REL-CAB-DATA.
003180     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
003190     WRITE REL-LINHA FROM REL-TIT-DIAS AFTER ADVANCING 2 LINES.
003200     WRITE REL-LINHA FROM REL-CAB-DIAS AFTER ADVANCING 1 LINE.
003210 1000-INICIALIZAR-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------*
003250* 1100-LER-TOLERANCIAS - SEM O CLITXPR VALE 5% PARA O      *
003260*                    CAMBIO E PARA O INDICE                *
003270*----------------------------------------------------------*
003280 1100-LER-TOLERANCIAS.
003290     OPEN INPUT TOLERANCIAS.
003300     IF FS-TOLERANCIAS NOT = "00"
003310         SET TOLERANCIA-PADRAO TO TRUE
003320         DISPLAY "CLITXCAR: CLITXPR INDISPONIVEL - STATUS "
003330                 FS-TOLERANCIAS " - TOLERANCIA PADRAO DE 5%"
003340         GO TO 1100-LER-TOLERANCIAS-EXIT
003350     END-IF.
003360     READ TOLERANCIAS
003370         AT END
003380             SET TOLERANCIA-PADRAO TO TRUE
003390             DISPLAY "CLITXCAR: CLITXPR VAZIO - TOLERANCIA "
003400                     "PADRAO DE 5%"
003410         NOT AT END
003420             MOVE TXP-PCT-CAMBIO TO WRK-PCT-CAMBIO
003430             MOVE TXP-PCT-INDICE TO WRK-PCT-INDICE
003440     END-READ.
003450     CLOSE TOLERANCIAS.
003460 1100-LER-TOLERANCIAS-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------*
003500* 1200-LER-CAMBIO-VIGENTE - TAXA DE CAMBIO EM VIGOR. SEM O *
003510*                    CLIFXRT O PRIMEIRO DIA CARREGADO NAO  *
003520*                    TEM COM O QUE SE COMPARAR E FICA      *
003530*                    RETIDO PARA O SUPERVISOR.             *
003540*----------------------------------------------------------*
003550 1200-LER-CAMBIO-VIGENTE.
003560     OPEN INPUT CAMBIO.
003570     IF FS-CAMBIO NOT = "00"
003580         DISPLAY "CLITXCAR: CLIFXRT INDISPONIVEL - STATUS "
003590                 FS-CAMBIO " - SEM TAXA DE CAMBIO EM VIGOR"
003600         GO TO 1200-LER-CAMBIO-VIGENTE-EXIT
003610     END-IF.
003620     READ CAMBIO
003630         AT END
003640             CONTINUE
003650         NOT AT END
003660             MOVE FX-DATA     TO WRK-FX-DATA
003670             MOVE FX-TAXA-USD TO WRK-FX-USD
003680             MOVE FX-TAXA-EUR TO WRK-FX-EUR
003690     END-READ.
003700     CLOSE CAMBIO.
003710 1200-LER-CAMBIO-VIGENTE-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------*
003750* 1300-LER-INDICE-VIGENTE - INDICE EM VIGOR (CLIINDX)      *
003760*----------------------------------------------------------*
003770 1300-LER-INDICE-VIGENTE.
003780     OPEN INPUT INDICE.
003790     IF FS-INDICE NOT = "00"
003800         DISPLAY "CLITXCAR: CLIINDX INDISPONIVEL - STATUS "
003810                 FS-INDICE " - SEM INDICE EM VIGOR"
003820         GO TO 1300-LER-INDICE-VIGENTE-EXIT
003830     END-IF.
003840     READ INDICE
003850         AT END
003860             CONTINUE
003870         NOT AT END
003880             MOVE IDX-DATA TO WRK-IX-DATA
003890             MOVE IDX-TR   TO WRK-IX-TR
003900             MOVE IDX-CDI  TO WRK-IX-CDI
003910     END-READ.
003920     CLOSE INDICE.
003930 1300-LER-INDICE-VIGENTE-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970* 2000-CARREGAR-CAMBIO - APLICA AS CONFIRMACOES PENDENTES  *
003980*                    DO HISTORICO, CRITICA O ARQUIVO       *
003990*                    OFICIAL DE CAMBIO E, SE A TAXA EM     *
004000*                    VIGOR MUDOU, REGRAVA O CLIFXRT        *
004010*----------------------------------------------------------*
004020 2000-CARREGAR-CAMBIO.
004030     MOVE "C"            TO WRK-TIPO-TAXA.
004040     MOVE WRK-PCT-CAMBIO TO WRK-PCT-TOLERANCIA.
004050     MOVE WRK-FX-DATA    TO WRK-ATU-DATA.
004060     MOVE WRK-FX-USD     TO WRK-ATU-VALOR-1.
004070     MOVE WRK-FX-EUR     TO WRK-ATU-VALOR-2.
004080     MOVE "N" TO WRK-RETIDO WRK-ALTERADA.
004090     MOVE ZEROS TO WRK-ULT-DATA-OFIC.
004100     PERFORM 3500-APLICAR-PENDENCIAS
004110             THRU 3500-APLICAR-PENDENCIAS-EXIT.
004120     OPEN INPUT CAMBIO-OFICIAL.
004130     IF FS-CAMBIO-OFICIAL NOT = "00"
004140         ADD 1 TO WRK-CONT-AVISOS
004150         MOVE "ARQUIVO OFICIAL DE CAMBIO (CLIFXOF) NAO RECEBIDO"
004160                 TO REL-AVS-TEXTO
004170         WRITE REL-LINHA FROM REL-LINHA-AVISO
004180                 AFTER ADVANCING 1 LINE
004190         GO TO 2000-CARREGAR-CAMBIO-FIM
004200     END-IF.
004210     MOVE "N" TO WRK-FIM-OFICIAL.
004220     PERFORM 2100-LER-CAMBIO-OFICIAL
004230             THRU 2100-LER-CAMBIO-OFICIAL-EXIT
004240             UNTIL FIM-ARQUIVO-OFICIAL.
004250     CLOSE CAMBIO-OFICIAL.
004260 2000-CARREGAR-CAMBIO-FIM.
004270     IF NOT TAXA-ALTERADA
004280         GO TO 2000-CARREGAR-CAMBIO-EXIT
004290     END-IF.
004300     MOVE WRK-ATU-DATA    TO WRK-FX-DATA.
004310     MOVE WRK-ATU-VALOR-1 TO WRK-FX-USD.
004320     MOVE WRK-ATU-VALOR-2 TO WRK-FX-EUR.
004330     OPEN OUTPUT CAMBIO.
004340     IF FS-CAMBIO NOT = "00"
004350         DISPLAY "CLITXCAR: ERRO AO GRAVAR CLIFXRT - STATUS "
004360                 FS-CAMBIO
004370         MOVE 16 TO WRK-RC-FINAL
004380         GO TO 2000-CARREGAR-CAMBIO-EXIT
004390     END-IF.
004400     MOVE SPACES      TO FX-REGISTRO.
004410     MOVE WRK-FX-DATA TO FX-DATA.
004420     MOVE WRK-FX-USD  TO FX-TAXA-USD.
004430     MOVE WRK-FX-EUR  TO FX-TAXA-EUR.
004440     WRITE FX-REGISTRO.
004450     CLOSE CAMBIO.
004460 2000-CARREGAR-CAMBIO-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------*
004500* 2100-LER-CAMBIO-OFICIAL - UM DIA DO ARQUIVO OFICIAL DE   *
004510*                    CAMBIO; TAXA ZERADA TAMBEM E INVALIDA *
004520*----------------------------------------------------------*
004530 2100-LER-CAMBIO-OFICIAL.
004540     READ CAMBIO-OFICIAL
004550         AT END
004560             SET FIM-ARQUIVO-OFICIAL TO TRUE
004570             GO TO 2100-LER-CAMBIO-OFICIAL-EXIT
004580     END-READ.
004590     MOVE "S" TO WRK-VALOR-OK.
004600     MOVE ZEROS TO WRK-TAXA-LIDA.
004610     IF FXO-DATA IS NUMERIC
004620         MOVE FXO-DATA TO WRK-LID-DATA
004630     END-IF.
004640     IF FXO-TAXA-USD IS NUMERIC AND FXO-TAXA-EUR IS NUMERIC
004650         MOVE FXO-TAXA-USD TO WRK-LID-VALOR-1
004660         MOVE FXO-TAXA-EUR TO WRK-LID-VALOR-2
004670     ELSE
004680         MOVE "N" TO WRK-VALOR-OK
004690     END-IF.
004700     IF WRK-LID-VALOR-1 = ZEROS OR WRK-LID-VALOR-2 = ZEROS
004710         MOVE "N" TO WRK-VALOR-OK
004720     END-IF.
004730     PERFORM 3000-CRITICAR-TAXA THRU 3000-CRITICAR-TAXA-EXIT.
004740 2100-LER-CAMBIO-OFICIAL-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------*
004780* 2500-CARREGAR-INDICE - O MESMO DO 2000 PARA O ARQUIVO    *
004790*                    OFICIAL DE INDICES E O CLIINDX        *
004800*----------------------------------------------------------*
004810 2500-CARREGAR-INDICE.
004820     MOVE "I"            TO WRK-TIPO-TAXA.
004830     MOVE WRK-PCT-INDICE TO WRK-PCT-TOLERANCIA.
004840     MOVE WRK-IX-DATA    TO WRK-ATU-DATA.
004850     MOVE WRK-IX-TR      TO WRK-ATU-VALOR-1.
004860     MOVE WRK-IX-CDI     TO WRK-ATU-VALOR-2.
004870     MOVE "N" TO WRK-RETIDO WRK-ALTERADA.
004880     MOVE ZEROS TO WRK-ULT-DATA-OFIC.
004890     PERFORM 3500-APLICAR-PENDENCIAS
004900             THRU 3500-APLICAR-PENDENCIAS-EXIT.
004910     OPEN INPUT INDICE-OFICIAL.
004920     IF FS-INDICE-OFICIAL NOT = "00"
004930         ADD 1 TO WRK-CONT-AVISOS
004940         MOVE "ARQUIVO OFICIAL DE INDICES (CLIIXOF) NAO RECEBIDO"
004950                 TO REL-AVS-TEXTO
004960         WRITE REL-LINHA FROM REL-LINHA-AVISO
004970                 AFTER ADVANCING 1 LINE
004980         GO TO 2500-CARREGAR-INDICE-FIM
004990     END-IF.
005000     MOVE "N" TO WRK-FIM-OFICIAL.
005010     PERFORM 2600-LER-INDICE-OFICIAL
005020             THRU 2600-LER-INDICE-OFICIAL-EXIT
005030             UNTIL FIM-ARQUIVO-OFICIAL.
005040     CLOSE INDICE-OFICIAL.
005050 2500-CARREGAR-INDICE-FIM.
005060     IF NOT TAXA-ALTERADA
005070         GO TO 2500-CARREGAR-INDICE-EXIT
005080     END-IF.
005090     MOVE WRK-ATU-DATA    TO WRK-IX-DATA.
005100     MOVE WRK-ATU-VALOR-1 TO WRK-IX-TR.
005110     MOVE WRK-ATU-VALOR-2 TO WRK-IX-CDI.
005120     OPEN OUTPUT INDICE.
005130     IF FS-INDICE NOT = "00"
005140         DISPLAY "CLITXCAR: ERRO AO GRAVAR CLIINDX - STATUS "
005150                 FS-INDICE
005160         MOVE 16 TO WRK-RC-FINAL
005170         GO TO 2500-CARREGAR-INDICE-EXIT
005180     END-IF.
005190     MOVE SPACES      TO IDX-REGISTRO.
005200     MOVE WRK-IX-DATA TO IDX-DATA.
005210     MOVE WRK-IX-TR   TO IDX-TR.
005220     MOVE WRK-IX-CDI  TO IDX-CDI.
005230     WRITE IDX-REGISTRO.
005240     CLOSE INDICE.
005250 2500-CARREGAR-INDICE-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* 2600-LER-INDICE-OFICIAL - UM DIA DO ARQUIVO OFICIAL DE   *
005300*                    INDICES (TR ZERO E VALIDA)            *
005310*----------------------------------------------------------*
005320 2600-LER-INDICE-OFICIAL.
005330     READ INDICE-OFICIAL
005340         AT END
005350             SET FIM-ARQUIVO-OFICIAL TO TRUE
005360             GO TO 2600-LER-INDICE-OFICIAL-EXIT
005370     END-READ.
005380     MOVE "S" TO WRK-VALOR-OK.
005390     MOVE ZEROS TO WRK-TAXA-LIDA.
005400     IF IXO-DATA IS NUMERIC
005410         MOVE IXO-DATA TO WRK-LID-DATA
005420     END-IF.
005430     IF IXO-TR IS NUMERIC AND IXO-CDI IS NUMERIC
005440         MOVE IXO-TR  TO WRK-LID-VALOR-1
005450         MOVE IXO-CDI TO WRK-LID-VALOR-2
005460     ELSE
005470         MOVE "N" TO WRK-VALOR-OK
005480     END-IF.
005490     PERFORM 3000-CRITICAR-TAXA THRU 3000-CRITICAR-TAXA-EXIT.
005500 2600-LER-INDICE-OFICIAL-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------*
005540* 3000-CRITICAR-TAXA - CRITICA UM DIA LIDO DO ARQUIVO      *
005550*                    OFICIAL CONTRA A TAXA EM VIGOR E O    *
005560*                    HISTORICO: REJEITA, RECONHECE O DIA   *
005570*                    JA CONHECIDO, DEIXA EM ESPERA ATRAS   *
005580*                    DE UM DIA RETIDO, RETEM A VARIACAO    *
005590*                    ACIMA DA TOLERANCIA OU CARREGA. O DIA *
005600*                    IGUAL AO EM VIGOR COM OUTRO VALOR E   *
005610*                    UMA CORRECAO, MEDIDA CONTRA O VALOR   *
005620*                    ANTERIOR GUARDADO NO HISTORICO.       *
005630*----------------------------------------------------------*
005640 3000-CRITICAR-TAXA.
005650     ADD 1 TO WRK-CONT-LIDOS.
005660     MOVE ZEROS TO WRK-VARIACAO-1 WRK-VARIACAO-2.
005670     IF WRK-LID-DATA = ZEROS
005680         MOVE "REJEITADA - DATA AUSENTE OU INVALIDA"
005690                 TO REL-TXA-TEXTO
005700         GO TO 3000-REJEITAR
005710     END-IF.
005720     IF VALOR-INVALIDO
005730         MOVE "REJEITADA - VALOR AUSENTE OU INVALIDO"
005740                 TO REL-TXA-TEXTO
005750         GO TO 3000-REJEITAR
005760     END-IF.
005770     IF WRK-LID-DATA > WRK-DATA-SISTEMA
005780         MOVE "REJEITADA - DATA POSTERIOR A HOJE"
005790                 TO REL-TXA-TEXTO
005800         GO TO 3000-REJEITAR
005810     END-IF.
005820     IF WRK-LID-DATA NOT > WRK-ULT-DATA-OFIC
005830         MOVE "REJEITADA - DATA FORA DE SEQUENCIA NO ARQUIVO"
005840                 TO REL-TXA-TEXTO
005850         GO TO 3000-REJEITAR
005860     END-IF.
005870     MOVE WRK-LID-DATA TO WRK-ULT-DATA-OFIC.
005880     PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT.
005890     IF HISTORICO-EXISTENTE
005900             AND TXH-NOVO-VALOR-1 = WRK-LID-VALOR-1
005910             AND TXH-NOVO-VALOR-2 = WRK-LID-VALOR-2
005920         PERFORM 3050-DIA-CONHECIDO THRU 3050-DIA-CONHECIDO-EXIT
005930         GO TO 3000-CRITICAR-TAXA-EXIT
005940     END-IF.
005950     IF WRK-LID-DATA < WRK-ATU-DATA
005960         MOVE "REJEITADA - ANTERIOR A TAXA EM VIGOR"
005970                 TO REL-TXA-TEXTO
005980         GO TO 3000-REJEITAR
005990     END-IF.
006000     IF WRK-LID-DATA = WRK-ATU-DATA
006010             AND WRK-LID-VALOR-1 = WRK-ATU-VALOR-1
006020             AND WRK-LID-VALOR-2 = WRK-ATU-VALOR-2
006030         MOVE "JA CARREGADA ANTERIORMENTE" TO REL-TXA-TEXTO
006040         ADD 1 TO WRK-CONT-JA-CARREG
006050         PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT
006060         GO TO 3000-CRITICAR-TAXA-EXIT
006070     END-IF.
006080     IF WRK-LID-DATA = WRK-ATU-DATA AND HISTORICO-EXISTENTE
006090         MOVE TXH-ANT-DATA    TO WRK-BASE-DATA
006100         MOVE TXH-ANT-VALOR-1 TO WRK-BASE-VALOR-1
006110         MOVE TXH-ANT-VALOR-2 TO WRK-BASE-VALOR-2
006120     ELSE
006130         MOVE WRK-TAXA-VIGOR  TO WRK-TAXA-BASE
006140     END-IF.
006150     IF DIA-ANTERIOR-RETIDO AND WRK-LID-DATA > WRK-ATU-DATA
006160         PERFORM 3150-MONTAR-HISTORICO
006170                 THRU 3150-MONTAR-HISTORICO-EXIT
006180         SET TXH-EM-ESPERA TO TRUE
006190         PERFORM 3400-GRAVAR-HISTORICO
006200                 THRU 3400-GRAVAR-HISTORICO-EXIT
006210         MOVE "EM ESPERA - DIA ANTERIOR AINDA RETIDO"
006220                 TO REL-TXA-TEXTO
006230         ADD 1 TO WRK-CONT-ESPERA
006240         PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT
006250         GO TO 3000-CRITICAR-TAXA-EXIT
006260     END-IF.
006270     PERFORM 3300-MEDIR-VARIACAO THRU 3300-MEDIR-VARIACAO-EXIT.
006280     PERFORM 3150-MONTAR-HISTORICO
006290             THRU 3150-MONTAR-HISTORICO-EXIT.
006300     IF FORA-DA-TOLERANCIA
006310         SET TXH-PENDENTE TO TRUE
006320         SET DIA-ANTERIOR-RETIDO TO TRUE
006330         PERFORM 3400-GRAVAR-HISTORICO
006340                 THRU 3400-GRAVAR-HISTORICO-EXIT
006350         PERFORM 3350-TEXTO-RETENCAO THRU 3350-TEXTO-RETENCAO-EXIT
006360         ADD 1 TO WRK-CONT-RETIDAS
006370         PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT
006380         GO TO 3000-CRITICAR-TAXA-EXIT
006390     END-IF.
006400     SET TXH-CARREGADA TO TRUE.
006410     PERFORM 3200-APLICAR-TAXA THRU 3200-APLICAR-TAXA-EXIT.
006420     PERFORM 3400-GRAVAR-HISTORICO
006430             THRU 3400-GRAVAR-HISTORICO-EXIT.
006440     MOVE "CARREGADA" TO REL-TXA-TEXTO.
006450     ADD 1 TO WRK-CONT-CARREGADAS.
006460     PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT.
006470     GO TO 3000-CRITICAR-TAXA-EXIT.
006480 3000-REJEITAR.
006490     ADD 1 TO WRK-CONT-REJEITADAS.
006500     PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT.
006510 3000-CRITICAR-TAXA-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------*
006550* 3050-DIA-CONHECIDO - O DIA LIDO JA ESTA NO HISTORICO COM *
006560*                    OS MESMOS VALORES: SO INFORMA A       *
006570*                    SITUACAO EM QUE ELE SE ENCONTRA       *
006580*----------------------------------------------------------*
006590 3050-DIA-CONHECIDO.
006600     MOVE TXH-VARIACAO-1 TO WRK-VARIACAO-1.
006610     MOVE TXH-VARIACAO-2 TO WRK-VARIACAO-2.
006620     MOVE SPACES TO REL-TXA-TEXTO.
006630     EVALUATE TRUE
006640         WHEN TXH-PENDENTE
006650             SET DIA-ANTERIOR-RETIDO TO TRUE
006660             MOVE "RETIDA - AGUARDANDO CONFIRMACAO NO TAXMNT"
006670                     TO REL-TXA-TEXTO
006680             ADD 1 TO WRK-CONT-RETIDAS
006690         WHEN TXH-EM-ESPERA
006700             MOVE "EM ESPERA - DIA ANTERIOR AINDA RETIDO"
006710                     TO REL-TXA-TEXTO
006720             ADD 1 TO WRK-CONT-ESPERA
006730         WHEN TXH-CONFIRMADA
006740             MOVE "CONFIRMADA - EM ESPERA DO DIA ANTERIOR"
006750                     TO REL-TXA-TEXTO
006760             ADD 1 TO WRK-CONT-ESPERA
006770         WHEN TXH-RECUSADA
006780             STRING "RECUSADA NO TAXMNT: " TXH-MOTIVO-DEC
006790                     DELIMITED BY SIZE INTO REL-TXA-TEXTO
006800             ADD 1 TO WRK-CONT-REJEITADAS
006810         WHEN OTHER
006820             MOVE "JA CARREGADA ANTERIORMENTE" TO REL-TXA-TEXTO
006830             ADD 1 TO WRK-CONT-JA-CARREG
006840     END-EVALUATE.
006850     PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT.
006860 3050-DIA-CONHECIDO-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------*
006900* 3100-LER-HISTORICO - PROCURA O DIA LIDO NO CLITXHS       *
006910*----------------------------------------------------------*
006920 3100-LER-HISTORICO.
006930     MOVE "S" TO WRK-HIST-EXISTE.
006940     MOVE WRK-TIPO-TAXA TO TXH-TIPO.
006950     MOVE WRK-LID-DATA  TO TXH-DATA.
006960     READ HISTORICO-TAXAS
006970         INVALID KEY
006980             MOVE "N" TO WRK-HIST-EXISTE
006990     END-READ.
007000 3100-LER-HISTORICO-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------*
007040* 3150-MONTAR-HISTORICO - REGISTRO NOVO DO DIA LIDO, COM A *
007050*                    BASE DA COMPARACAO E A VARIACAO. A    *
007060*                    SITUACAO FICA COM O CHAMADOR.         *
007070*----------------------------------------------------------*
007080 3150-MONTAR-HISTORICO.
007090     MOVE SPACES           TO TXH-REGISTRO.
007100     MOVE WRK-TIPO-TAXA    TO TXH-TIPO.
007110     MOVE WRK-LID-DATA     TO TXH-DATA.
007120     MOVE WRK-BASE-DATA    TO TXH-ANT-DATA.
007130     MOVE WRK-BASE-VALOR-1 TO TXH-ANT-VALOR-1.
007140     MOVE WRK-BASE-VALOR-2 TO TXH-ANT-VALOR-2.
007150     MOVE WRK-LID-VALOR-1  TO TXH-NOVO-VALOR-1.
007160     MOVE WRK-LID-VALOR-2  TO TXH-NOVO-VALOR-2.
007170     MOVE WRK-VARIACAO-1   TO TXH-VARIACAO-1.
007180     MOVE WRK-VARIACAO-2   TO TXH-VARIACAO-2.
007190     MOVE ZEROS TO TXH-DATA-CARGA TXH-HORA-CARGA
007200             TXH-DATA-DEC TXH-HORA-DEC.
007210 3150-MONTAR-HISTORICO-EXIT.
007220     EXIT.
007230
007240*----------------------------------------------------------*
007250* 3200-APLICAR-TAXA - O DIA DO HISTORICO CORRENTE PASSA A  *
007260*                    SER A TAXA EM VIGOR                   *
007270*----------------------------------------------------------*
007280 3200-APLICAR-TAXA.
007290     MOVE TXH-DATA         TO WRK-ATU-DATA.
007300     MOVE TXH-NOVO-VALOR-1 TO WRK-ATU-VALOR-1.
007310     MOVE TXH-NOVO-VALOR-2 TO WRK-ATU-VALOR-2.
007320     SET TAXA-ALTERADA TO TRUE.
007330     MOVE WRK-DATA-SISTEMA TO TXH-DATA-CARGA.
007340     ACCEPT WRK-HORA-COMPLETA FROM TIME.
007350     COMPUTE TXH-HORA-CARGA = WRK-HORA-COMPLETA / 100.
007360 3200-APLICAR-TAXA-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------*
007400* 3300-MEDIR-VARIACAO - VARIACAO PERCENTUAL DE CADA VALOR  *
007410*                    LIDO SOBRE A BASE. SEM TAXA ANTERIOR  *
007420*                    O DIA FICA SEMPRE FORA DA TOLERANCIA. *
007430*----------------------------------------------------------*
007440 3300-MEDIR-VARIACAO.
007450     MOVE "N" TO WRK-FORA-TOL.
007460     MOVE WRK-BASE-VALOR-1 TO WRK-CALC-BASE.
007470     MOVE WRK-LID-VALOR-1  TO WRK-CALC-NOVO.
007480     PERFORM 3310-CALCULAR-VARIACAO
007490             THRU 3310-CALCULAR-VARIACAO-EXIT.
007500     MOVE WRK-CALC-VARIACAO TO WRK-VARIACAO-1.
007510     MOVE WRK-BASE-VALOR-2 TO WRK-CALC-BASE.
007520     MOVE WRK-LID-VALOR-2  TO WRK-CALC-NOVO.
007530     PERFORM 3310-CALCULAR-VARIACAO
007540             THRU 3310-CALCULAR-VARIACAO-EXIT.
007550     MOVE WRK-CALC-VARIACAO TO WRK-VARIACAO-2.
007560     IF WRK-VARIACAO-1 > WRK-PCT-TOLERANCIA
007570             OR WRK-VARIACAO-2 > WRK-PCT-TOLERANCIA
007580             OR WRK-BASE-DATA = ZEROS
007590         SET FORA-DA-TOLERANCIA TO TRUE
007600     END-IF.
007610 3300-MEDIR-VARIACAO-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------*
007650* 3310-CALCULAR-VARIACAO - |NOVO - BASE| X 100 / BASE.     *
007660*                    BASE ZERO: SO O NOVO ZERO NAO VARIA.  *
007670*----------------------------------------------------------*
007680 3310-CALCULAR-VARIACAO.
007690     IF WRK-CALC-BASE = ZEROS
007700         IF WRK-CALC-NOVO = ZEROS
007710             MOVE ZEROS TO WRK-CALC-VARIACAO
007720         ELSE
007730             MOVE 99999,99 TO WRK-CALC-VARIACAO
007740         END-IF
007750         GO TO 3310-CALCULAR-VARIACAO-EXIT
007760     END-IF.
007770     IF WRK-CALC-NOVO NOT < WRK-CALC-BASE
007780         COMPUTE WRK-CALC-VARIACAO ROUNDED =
007790                 (WRK-CALC-NOVO - WRK-CALC-BASE) * 100
007800                 / WRK-CALC-BASE
007810             ON SIZE ERROR
007820                 MOVE 99999,99 TO WRK-CALC-VARIACAO
007830         END-COMPUTE
007840     ELSE
007850         COMPUTE WRK-CALC-VARIACAO ROUNDED =
007860                 (WRK-CALC-BASE - WRK-CALC-NOVO) * 100
007870                 / WRK-CALC-BASE
007880             ON SIZE ERROR
007890                 MOVE 99999,99 TO WRK-CALC-VARIACAO
007900         END-COMPUTE
007910     END-IF.
007920 3310-CALCULAR-VARIACAO-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------*
007960* 3350-TEXTO-RETENCAO - MOTIVO DA RETENCAO PARA O RELATORIO*
007970*----------------------------------------------------------*
007980 3350-TEXTO-RETENCAO.
007990     IF WRK-BASE-DATA = ZEROS
008000         MOVE "RETIDA - SEM TAXA ANTERIOR PARA COMPARAR"
008010                 TO REL-TXA-TEXTO
008020     ELSE
008030         MOVE WRK-PCT-TOLERANCIA TO WRK-PCT-ED
008040         MOVE SPACES TO REL-TXA-TEXTO
008050         STRING "RETIDA - VARIACAO ACIMA DE " WRK-PCT-ED "%"
008060                 DELIMITED BY SIZE INTO REL-TXA-TEXTO
008070     END-IF.
008080 3350-TEXTO-RETENCAO-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------*
008120* 3400-GRAVAR-HISTORICO - GRAVA OU REGRAVA O DIA NO        *
008130*                    CLITXHS. ERRO DE GRAVACAO DEVOLVE RC  *
008140*                    16 NO FIM, POIS O HISTORICO DEIXA DE  *
008150*                    EXPLICAR A TAXA EM VIGOR.             *
008160*----------------------------------------------------------*
008170 3400-GRAVAR-HISTORICO.
008180     IF HISTORICO-EXISTENTE
008190         REWRITE TXH-REGISTRO
008200     ELSE
008210         WRITE TXH-REGISTRO
008220     END-IF.
008230     IF FS-HISTORICO-TAXAS NOT = "00"
008240         DISPLAY "CLITXCAR: ERRO AO GRAVAR CLITXHS - STATUS "
008250                 FS-HISTORICO-TAXAS " - TAXA " TXH-TIPO " "
008260                 TXH-DATA
008270         MOVE 16 TO WRK-RC-FINAL
008280     END-IF.
008290 3400-GRAVAR-HISTORICO-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------*
008330* 3500-APLICAR-PENDENCIAS - ANTES DO ARQUIVO OFICIAL,      *
008340*                    PERCORRE O HISTORICO DO TIPO A PARTIR *
008350*                    DA TAXA EM VIGOR: CARREGA O DIA       *
008360*                    CONFIRMADO NO TAXMNT, MEDE E CARREGA  *
008370*                    O DIA EM ESPERA E PARA NO PRIMEIRO    *
008380*                    DIA AINDA RETIDO                      *
008390*----------------------------------------------------------*
008400 3500-APLICAR-PENDENCIAS.
008410     MOVE "N" TO WRK-FIM-HIST.
008420     MOVE WRK-TIPO-TAXA TO TXH-TIPO.
008430     MOVE WRK-ATU-DATA  TO TXH-DATA.
008440     START HISTORICO-TAXAS KEY IS NOT LESS THAN TXH-CHAVE
008450         INVALID KEY
008460             GO TO 3500-APLICAR-PENDENCIAS-EXIT
008470     END-START.
008480     PERFORM 3510-APLICAR-UM-DIA THRU 3510-APLICAR-UM-DIA-EXIT
008490             UNTIL FIM-HISTORICO.
008500 3500-APLICAR-PENDENCIAS-EXIT.
008510     EXIT.
008520
008530*----------------------------------------------------------*
008540* 3510-APLICAR-UM-DIA - UM DIA DO HISTORICO NO 3500        *
008550*----------------------------------------------------------*
008560 3510-APLICAR-UM-DIA.
008570     READ HISTORICO-TAXAS NEXT RECORD
008580         AT END
008590             SET FIM-HISTORICO TO TRUE
008600             GO TO 3510-APLICAR-UM-DIA-EXIT
008610     END-READ.
008620     IF TXH-TIPO NOT = WRK-TIPO-TAXA
008630         SET FIM-HISTORICO TO TRUE
008640         GO TO 3510-APLICAR-UM-DIA-EXIT
008650     END-IF.
008660     MOVE TXH-DATA         TO WRK-LID-DATA.
008670     MOVE TXH-NOVO-VALOR-1 TO WRK-LID-VALOR-1.
008680     MOVE TXH-NOVO-VALOR-2 TO WRK-LID-VALOR-2.
008690     MOVE TXH-VARIACAO-1   TO WRK-VARIACAO-1.
008700     MOVE TXH-VARIACAO-2   TO WRK-VARIACAO-2.
008710     EVALUATE TRUE
008720         WHEN TXH-PENDENTE
008730             SET DIA-ANTERIOR-RETIDO TO TRUE
008740             SET FIM-HISTORICO TO TRUE
008750         WHEN TXH-CONFIRMADA
008760             SET TXH-CARREGADA-CONF TO TRUE
008770             PERFORM 3200-APLICAR-TAXA THRU 3200-APLICAR-TAXA-EXIT
008780             MOVE "S" TO WRK-HIST-EXISTE
008790             PERFORM 3400-GRAVAR-HISTORICO
008800                     THRU 3400-GRAVAR-HISTORICO-EXIT
008810             MOVE SPACES TO REL-TXA-TEXTO
008820             STRING "CARREGADA - CONFIRMADA POR " TXH-APROVADOR
008830                     DELIMITED BY SIZE INTO REL-TXA-TEXTO
008840             ADD 1 TO WRK-CONT-CARREGADAS
008850             PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT
008860         WHEN TXH-EM-ESPERA
008870             PERFORM 3520-MEDIR-EM-ESPERA
008880                     THRU 3520-MEDIR-EM-ESPERA-EXIT
008890         WHEN OTHER
008900             CONTINUE
008910     END-EVALUATE.
008920 3510-APLICAR-UM-DIA-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------*
008960* 3520-MEDIR-EM-ESPERA - O DIA EM ESPERA E MEDIDO CONTRA A *
008970*                    TAXA EM VIGOR DE AGORA: CARREGA OU    *
008980*                    FICA RETIDO                           *
008990*----------------------------------------------------------*
009000 3520-MEDIR-EM-ESPERA.
009010     MOVE WRK-TAXA-VIGOR TO WRK-TAXA-BASE.
009020     PERFORM 3300-MEDIR-VARIACAO THRU 3300-MEDIR-VARIACAO-EXIT.
009030     MOVE WRK-BASE-DATA    TO TXH-ANT-DATA.
009040     MOVE WRK-BASE-VALOR-1 TO TXH-ANT-VALOR-1.
009050     MOVE WRK-BASE-VALOR-2 TO TXH-ANT-VALOR-2.
009060     MOVE WRK-VARIACAO-1   TO TXH-VARIACAO-1.
009070     MOVE WRK-VARIACAO-2   TO TXH-VARIACAO-2.
009080     MOVE "S" TO WRK-HIST-EXISTE.
009090     IF FORA-DA-TOLERANCIA
009100         SET TXH-PENDENTE TO TRUE
009110         SET DIA-ANTERIOR-RETIDO TO TRUE
009120         SET FIM-HISTORICO TO TRUE
009130         PERFORM 3400-GRAVAR-HISTORICO
009140                 THRU 3400-GRAVAR-HISTORICO-EXIT
009150         PERFORM 3350-TEXTO-RETENCAO THRU 3350-TEXTO-RETENCAO-EXIT
009160         ADD 1 TO WRK-CONT-RETIDAS
009170     ELSE
009180         SET TXH-CARREGADA TO TRUE
009190         PERFORM 3200-APLICAR-TAXA THRU 3200-APLICAR-TAXA-EXIT
009200         PERFORM 3400-GRAVAR-HISTORICO
009210                 THRU 3400-GRAVAR-HISTORICO-EXIT
009220         MOVE "CARREGADA - ESTAVA EM ESPERA" TO REL-TXA-TEXTO
009230         ADD 1 TO WRK-CONT-CARREGADAS
009240     END-IF.
009250     PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT.
009260 3520-MEDIR-EM-ESPERA-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------*
009300* 5000-IMPRIMIR-VIGENTES - AS TAXAS QUE FICARAM NO CLIFXRT *
009310*                    E NO CLIINDX PARA O LOTE DA NOITE.    *
009320*                    TAXA SEM DATA OU COM DATA ANTERIOR A  *
009330*                    HOJE E AVISADA (RC 4).                *
009340*----------------------------------------------------------*
009350 5000-IMPRIMIR-VIGENTES.
009360     WRITE REL-LINHA FROM REL-TIT-VIGENTES
009370             AFTER ADVANCING 2 LINES.
009380     MOVE "CLIFXRT " TO REL-VIG-ARQUIVO.
009390     MOVE WRK-FX-DATA TO REL-VIG-DATA.
009400     MOVE "USD " TO REL-VIG-ROTULO-1.
009410     MOVE WRK-FX-USD TO REL-VIG-VALOR-1.
009420     MOVE "EUR " TO REL-VIG-ROTULO-2.
009430     MOVE WRK-FX-EUR TO REL-VIG-VALOR-2.
009440     PERFORM 5050-SITUAR-VIGENTE THRU 5050-SITUAR-VIGENTE-EXIT.
009450     MOVE "CLIINDX " TO REL-VIG-ARQUIVO.
009460     MOVE WRK-IX-DATA TO REL-VIG-DATA.
009470     MOVE "TR  " TO REL-VIG-ROTULO-1.
009480     MOVE WRK-IX-TR TO REL-VIG-VALOR-1.
009490     MOVE "CDI " TO REL-VIG-ROTULO-2.
009500     MOVE WRK-IX-CDI TO REL-VIG-VALOR-2.
009510     PERFORM 5050-SITUAR-VIGENTE THRU 5050-SITUAR-VIGENTE-EXIT.
009520     MOVE WRK-PCT-CAMBIO TO WRK-PCT-ED.
009530     MOVE WRK-PCT-INDICE TO WRK-PCT-ED-2.
009540     MOVE SPACES TO REL-AVS-TEXTO.
009550     STRING "TOLERANCIA DE VARIACAO: CAMBIO " WRK-PCT-ED
009560             "%  INDICE " WRK-PCT-ED-2 "%"
009570             DELIMITED BY SIZE INTO REL-AVS-TEXTO.
009580     IF TOLERANCIA-PADRAO
009590         MOVE "PADRAO - CLITXPR INDISPONIVEL"
009600                 TO REL-AVS-TEXTO (60:30)
009610     END-IF.
009620     WRITE REL-LINHA FROM REL-LINHA-AVISO AFTER ADVANCING 2 LINES.
009630 5000-IMPRIMIR-VIGENTES-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------*
009670* 5050-SITUAR-VIGENTE - OBSERVACAO E IMPRESSAO DE UMA TAXA *
009680*                    EM VIGOR                              *
009690*----------------------------------------------------------*
009700 5050-SITUAR-VIGENTE.
009710     EVALUATE TRUE
009720         WHEN REL-VIG-DATA = ZEROS
009730             MOVE "SEM TAXA - ARQUIVO AUSENTE OU VAZIO"
009740                     TO REL-VIG-OBS
009750             ADD 1 TO WRK-CONT-AVISOS
009760         WHEN REL-VIG-DATA < WRK-DATA-SISTEMA
009770             MOVE "DESATUALIZADA - DATA ANTERIOR A HOJE"
009780                     TO REL-VIG-OBS
009790             ADD 1 TO WRK-CONT-AVISOS
009800         WHEN OTHER
009810             MOVE "TAXA DO DIA" TO REL-VIG-OBS
009820     END-EVALUATE.
009830     WRITE REL-LINHA FROM REL-DET-VIGENTE AFTER ADVANCING 1 LINE.
009840 5050-SITUAR-VIGENTE-EXIT.
009850     EXIT.
009860
009870*----------------------------------------------------------*
009880* 5100-LISTAR-RETIDAS - TODOS OS DIAS DO HISTORICO AINDA   *
009890*                    NAO CARREGADOS: RETIDOS, EM ESPERA E  *
009900*                    CONFIRMADOS SEM CARGA                 *
009910*----------------------------------------------------------*
009920 5100-LISTAR-RETIDAS.
009930     WRITE REL-LINHA FROM REL-TIT-RETIDAS
009940             AFTER ADVANCING 2 LINES.
009950     MOVE "N" TO WRK-FIM-HIST.
009960     MOVE LOW-VALUES TO TXH-CHAVE.
009970     START HISTORICO-TAXAS KEY IS NOT LESS THAN TXH-CHAVE
009980         INVALID KEY
009990             SET FIM-HISTORICO TO TRUE
010000     END-START.
010010     PERFORM 5110-LISTAR-RETIDA THRU 5110-LISTAR-RETIDA-EXIT
010020             UNTIL FIM-HISTORICO.
010030     IF WRK-CONT-PENDENTES = ZEROS
010040         MOVE "NENHUMA TAXA AGUARDANDO O SUPERVISOR"
010050                 TO REL-AVS-TEXTO
010060         WRITE REL-LINHA FROM REL-LINHA-AVISO
010070                 AFTER ADVANCING 1 LINE
010080     END-IF.
010090 5100-LISTAR-RETIDAS-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------*
010130* 5110-LISTAR-RETIDA - UM DIA DO HISTORICO NO 5100         *
010140*----------------------------------------------------------*
010150 5110-LISTAR-RETIDA.
010160     READ HISTORICO-TAXAS NEXT RECORD
010170         AT END
010180             SET FIM-HISTORICO TO TRUE
010190             GO TO 5110-LISTAR-RETIDA-EXIT
010200     END-READ.
010210     EVALUATE TRUE
010220         WHEN TXH-PENDENTE
010230             MOVE "RETIDA - AGUARDANDO CONFIRMACAO"
010240                     TO REL-TXA-TEXTO
010250         WHEN TXH-EM-ESPERA
010260             MOVE "EM ESPERA - DIA ANTERIOR RETIDO"
010270                     TO REL-TXA-TEXTO
010280         WHEN TXH-CONFIRMADA
010290             MOVE "CONFIRMADA - CARGA NA PROXIMA EXECUCAO"
010300                     TO REL-TXA-TEXTO
010310         WHEN OTHER
010320             GO TO 5110-LISTAR-RETIDA-EXIT
010330     END-EVALUATE.
010340     ADD 1 TO WRK-CONT-PENDENTES.
010350     MOVE TXH-TIPO         TO WRK-TIPO-TAXA.
010360     MOVE TXH-DATA         TO WRK-LID-DATA.
010370     MOVE TXH-NOVO-VALOR-1 TO WRK-LID-VALOR-1.
010380     MOVE TXH-NOVO-VALOR-2 TO WRK-LID-VALOR-2.
010390     MOVE TXH-VARIACAO-1   TO WRK-VARIACAO-1.
010400     MOVE TXH-VARIACAO-2   TO WRK-VARIACAO-2.
010410     PERFORM 8000-IMPRIMIR-DIA THRU 8000-IMPRIMIR-DIA-EXIT.
010420 5110-LISTAR-RETIDA-EXIT.
010430     EXIT.
010440
010450*----------------------------------------------------------*
010460* 8000-IMPRIMIR-DIA - UMA LINHA DE DIA (O CHAMADOR         *
010470*                    PREENCHE O TEXTO DA SITUACAO)         *
010480*----------------------------------------------------------*
010490 8000-IMPRIMIR-DIA.
010500     IF WRK-TIPO-TAXA = "C"
010510         MOVE "CAMBIO" TO REL-TXA-TIPO
010520     ELSE
010530         MOVE "INDICE" TO REL-TXA-TIPO
010540     END-IF.
010550     MOVE WRK-LID-DATA    TO REL-TXA-DATA.
010560     MOVE WRK-LID-VALOR-1 TO REL-TXA-VALOR-1.
010570     MOVE WRK-LID-VALOR-2 TO REL-TXA-VALOR-2.
010580     MOVE WRK-VARIACAO-1  TO REL-TXA-VAR-1.
010590     MOVE WRK-VARIACAO-2  TO REL-TXA-VAR-2.
010600     WRITE REL-LINHA FROM REL-DET-TAXA AFTER ADVANCING 1 LINE.
010610 8000-IMPRIMIR-DIA-EXIT.
010620     EXIT.
010630
010640*----------------------------------------------------------*
010650* 9000-FINALIZAR - TOTAIS DE CONTROLE E FECHAMENTOS        *
010660*----------------------------------------------------------*
010670 9000-FINALIZAR.
010680     WRITE REL-LINHA FROM REL-TIT-CONTROLE
010690             AFTER ADVANCING 2 LINES.
010700     MOVE "DIAS LIDOS DOS OFICIAIS       " TO REL-ROD-ROTULO.
010710     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
010720     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010730     MOVE "DIAS CARREGADOS               " TO REL-ROD-ROTULO.
010740     MOVE WRK-CONT-CARREGADAS TO REL-ROD-VALOR.
010750     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010760     MOVE "DIAS JA CARREGADOS ANTES      " TO REL-ROD-ROTULO.
010770     MOVE WRK-CONT-JA-CARREG TO REL-ROD-VALOR.
010780     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010790     MOVE "DIAS RETIDOS                  " TO REL-ROD-ROTULO.
010800     MOVE WRK-CONT-RETIDAS TO REL-ROD-VALOR.
010810     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010820     MOVE "DIAS EM ESPERA                " TO REL-ROD-ROTULO.
010830     MOVE WRK-CONT-ESPERA TO REL-ROD-VALOR.
010840     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010850     MOVE "DIAS REJEITADOS               " TO REL-ROD-ROTULO.
010860     MOVE WRK-CONT-REJEITADAS TO REL-ROD-VALOR.
010870     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010880     CLOSE HISTORICO-TAXAS RELATORIO.
010890     IF WRK-RC-FINAL = ZEROS
010900         IF WRK-CONT-RETIDAS > ZEROS
010910                 OR WRK-CONT-ESPERA > ZEROS
010920                 OR WRK-CONT-REJEITADAS > ZEROS
010930                 OR WRK-CONT-AVISOS > ZEROS
010940             MOVE 4 TO WRK-RC-FINAL
010950         END-IF
010960     END-IF.
010970     MOVE WRK-RC-FINAL TO RETURN-CODE.
010980     DISPLAY "CLITXCAR: CAMBIO EM VIGOR " WRK-FX-DATA
010990             " INDICE EM VIGOR " WRK-IX-DATA
011000             " - CARREGADOS " WRK-CONT-CARREGADAS
011010             " RETIDOS " WRK-CONT-RETIDAS
011020             " REJEITADOS " WRK-CONT-REJEITADAS.
011030 9000-FINALIZAR-EXIT.
011040     EXIT.
011050
011060 9999-EXIT.
011070     STOP RUN.
