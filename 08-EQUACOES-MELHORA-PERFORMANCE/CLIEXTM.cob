000500*                    CLIAUHST NA EXECUCAO (OU SEM O        *
000510*                    CLIAUDK), VALE O CAMINHO CLASSICO DO  *
000520*                    SORT.                                 *
000530* 2026-10-15 EBC     ESTORNO DE LANCAMENTO (ORIGEM "E",    *
000540*                    LOTE CLIESTRN): CADA LANCAMENTO SAI   *
000550*                    COM A SEQUENCIA DO DIA (A DO CLIAUDK; *
000560*                    NO CAMINHO DO SORT, A ORDEM DE        *
000570*                    GRAVACAO, PRESERVADA PELO WITH        *
000580*                    DUPLICATES IN ORDER) E O PAR SAI      *
000590*                    CASADO NA NOVA COLUNA DE REFERENCIA:  *
000600*                    O ESTORNO APONTA A DATA/SEQUENCIA DO  *
000610*                    ORIGINAL E O ORIGINAL, ACHADO NO      *
000620*                    CLIESTOR (DD OPCIONAL), APONTA A DO   *
000630*                    ESTORNO. NO CLIEXTE O DETALHE GANHA   *
000640*                    SEQUENCIA, MARCA ("E" ESTORNO / "X"   *
000650*                    ESTORNADO) E A REFERENCIA, NO ESPACO  *
000660*                    LIVRE DO REGISTRO.                    *
000670* 2026-10-15 EBC     LINHA DE CORRECAO RETROATIVA DE JUROS *
000680*                    (ORIGEM "K", CLIJRCOR) SAI COMO       *
000690*                    "CORRECAO JUROS", SOMADA AO TOTAL DE  *
000700*                    JUROS DO EXTRATO E COM O PERIODO      *
000710*                    CORRIGIDO NA COLUNA DE REFERENCIA.    *
000720* 2026-10-15 EBC     CADA EXTRATO IMPRESSO E ANOTADO NO    *
000730*                    CLICORR (COPY CLICORRG) COM AS FOLHAS *
000740*                    QUE OCUPA; O RELEXTM DEIXA O SYSOUT E *
000750*                    VAI PARA A GRAFICA, QUE O ENVELOPA    *
000760*                    JUNTO COM A CORRESPONDENCIA DO DIA    *
000770*                    CONFORME O MANIFESTO DO CLIENVEL.     *
000780*----------------------------------------------------------*
000790 ENVIRONMENT             DIVISION.
000800 CONFIGURATION           SECTION.
000810 SPECIAL-NAMES.
000820     DECIMAL-POINT IS COMMA.
000830
000840 INPUT-OUTPUT            SECTION.
000850 FILE-CONTROL.
000860*----------------------------------------------------------*
000870* MESTRE DE CLIENTES - SO PARA BUSCAR NOME E DOCUMENTO     *
000880*----------------------------------------------------------*
000890     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CLI-ID
000930         FILE STATUS IS FS-CLIENTES-MASTER.
000940*----------------------------------------------------------*
000950* TRILHA DE AUDITORIA GRAVADA PELO CLIENTES E CLIMOVTO     *
000960*----------------------------------------------------------*
000970     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-AUDITORIA.
001000     SELECT ARQUIVO-HISTORICO ASSIGN TO "CLIAUHST"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FS-HISTORICO.
001030     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS AUDK-CHAVE
001070         FILE STATUS IS FS-AUDK.
001080*----------------------------------------------------------*
001090* PEDIDOS DE ESTORNO (CLIESTOR) - MARCA NO EXTRATO O       *
001100* LANCAMENTO QUE FOI ESTORNADO                             *
001110*----------------------------------------------------------*
001120     SELECT ESTORNOS ASSIGN TO "CLIESTOR"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS EST-CHAVE
001160         FILE STATUS IS FS-ESTORNOS.
001170*----------------------------------------------------------*
001180* ARQUIVO DE TRABALHO DA CLASSIFICACAO POR CLIENTE E DATA  *
001190*----------------------------------------------------------*
001200     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
001210*----------------------------------------------------------*
001220* EXTRATO MENSAL IMPRESSO, UMA PAGINA POR CLIENTE          *
001230*----------------------------------------------------------*
001240     SELECT RELATORIO ASSIGN TO "RELEXTM"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS FS-RELATORIO.
001270*----------------------------------------------------------*
001280* EXTRATO ELETRONICO POR CLIENTE, CONSUMIDO PELO CANAL QUE *
001290* ENVIA EXTRATOS POR E-MAIL                                *
001300*----------------------------------------------------------*
001310     SELECT ELETRONICO ASSIGN TO "CLIEXTE"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS FS-ELETRONICO.
001340*----------------------------------------------------------*
001350* CONTROLE DE GERACAO DO EXTRATO ELETRONICO                *
001360*----------------------------------------------------------*
001370     SELECT GERACAO-ELETRONICO ASSIGN TO "CLIEXMGN"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS FS-GERACAO-ELET.
001400*----------------------------------------------------------*
001410* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
001420* CLIENVEL                                                 *
001430*----------------------------------------------------------*
001440     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS FS-CORRESPONDENCIA.
001470
001480 DATA                    DIVISION.
001490 FILE                    SECTION.
001500 FD  CLIENTES-MASTER
001510     LABEL RECORD IS STANDARD.
001520     COPY CLIREG.
001530
001540 FD  AUDITORIA
001550     LABEL RECORD IS STANDARD.
001560 01  AUD-LINHA                PICTURE X(100).
001570
001580 FD  ARQUIVO-HISTORICO
001590     LABEL RECORD IS STANDARD.
001600 01  HST-LINHA                PICTURE X(100).
001610
001620 FD  AUDITORIA-CHAVEADA
001630     LABEL RECORD IS STANDARD.
001640     COPY CLIAUKRG.
001650
001660 FD  ESTORNOS
001670     LABEL RECORD IS STANDARD.
001680     COPY CLIESTRG.
001690
001700 SD  CLASSIFICACAO.
001710 01  SRT-REGISTRO.
001720     05  SRT-CLIENTE          PICTURE 9(06).
001730     05  SRT-DATA             PICTURE 9(08).
001740     05  SRT-LINHA            PICTURE X(100).
001750
001760 FD  RELATORIO
001770     LABEL RECORD IS STANDARD.
001780 01  REL-LINHA               PICTURE X(132).
001790
001800 FD  ELETRONICO
001810     LABEL RECORD IS STANDARD.
001820 01  ELE-LINHA               PICTURE X(100).
001830
001840 FD  GERACAO-ELETRONICO
001850     LABEL RECORD IS STANDARD.
001860 01  GER-REGISTRO.
001870     05  GER-NUMERO           PICTURE 9(06).
001880     05  GER-DATA             PICTURE 9(08).
001890
001900 FD  CORRESPONDENCIA
001910     LABEL RECORD IS STANDARD.
001920     COPY CLICORRG.
001930
001940 WORKING-STORAGE         SECTION.
001950 01  WRK-FLAGS.
001960     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001970         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001980     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001990         88  FIM-CLASSIFICACAO              VALUE "S".
002000     05  WRK-TEM-CLIENTE PICTURE X(01)      VALUE "N".
002010         88  CLIENTE-EM-ABERTO              VALUE "S".
002020     05  WRK-FIM-HIST    PICTURE X(01)      VALUE "N".
002030         88  FIM-ARQUIVO-HISTORICO          VALUE "S".
002040     05  WRK-TEM-HIST    PICTURE X(01)      VALUE "N".
002050         88  HISTORICO-DISPONIVEL           VALUE "S".
002060     05  WRK-USA-AUDK    PICTURE X(01)      VALUE "N".
002070         88  USAR-TRILHA-CHAVEADA           VALUE "S".
002080     05  WRK-FIM-AUDK    PICTURE X(01)      VALUE "N".
002090         88  FIM-TRILHA-CHAVEADA            VALUE "S".
002100     05  WRK-TEM-ESTORNO PICTURE X(01)      VALUE "N".
002110         88  ARQUIVO-ESTORNO-OK             VALUE "S".
002120 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
002130 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
002140 01  FS-HISTORICO        PICTURE X(02)      VALUE "00".
002150 01  FS-AUDK             PICTURE X(02)      VALUE "00".
002160 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002170 01  FS-ELETRONICO       PICTURE X(02)      VALUE "00".
002180 01  FS-GERACAO-ELET     PICTURE X(02)      VALUE "00".
002190 01  FS-ESTORNOS         PICTURE X(02)      VALUE "00".
002200 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
002210 77  WRK-SEQ-LINHA       PICTURE 9(04)      VALUE ZEROS.
002220 77  WRK-DATA-SEQ        PICTURE 9(08)      VALUE ZEROS.
002230 77  WRK-CONT-ESTORNOS   PICTURE 9(06)      COMP VALUE ZEROS.
002240 01  WRK-FLAGS-ENTREGA.
002250     05  WRK-SAI-PAPEL   PICTURE X(01)      VALUE "S".
002260         88  SAIDA-EM-PAPEL                 VALUE "S".
002270     05  WRK-SAI-ELETRON PICTURE X(01)      VALUE "N".
002280         88  SAIDA-ELETRONICA               VALUE "S".
002290 77  WRK-ELE-GERACAO     PICTURE 9(06)      VALUE ZEROS.
002300 77  WRK-ELE-CLIENTES    PICTURE 9(06)      COMP VALUE ZEROS.
002310 77  WRK-ELE-HASH        PICTURE S9(14)V99  COMP VALUE ZEROS.
002320 77  WRK-CONT-PAPEL      PICTURE 9(06)      COMP VALUE ZEROS.
002330 77  WRK-LINHAS-EXTRATO  PICTURE 9(06)      COMP VALUE ZEROS.
002340 77  WRK-LINHAS-PAGINA   PICTURE 9(03)      COMP VALUE 60.
002350 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
002360 77  WRK-DATA-INICIAL    PICTURE 9(08)      VALUE ZEROS.
002370 77  WRK-DATA-FINAL      PICTURE 9(08)      VALUE ZEROS.
002380 77  WRK-CLIENTE-ATUAL   PICTURE 9(06)      VALUE ZEROS.
002390 77  WRK-CONT-CLIENTES   PICTURE 9(06)      COMP VALUE ZEROS.
002400 77  WRK-CONT-LINHAS     PICTURE 9(06)      COMP VALUE ZEROS.
002410 77  WRK-SALDO-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
002420 77  WRK-JUROS-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
002430 77  WRK-SALDO-FECHA     PICTURE S9(10)V99  COMP VALUE ZEROS.
002440 77  WRK-TOTAL-JUROS     PICTURE S9(10)V99  COMP VALUE ZEROS.
002450 77  WRK-TOTAL-MOVTOS    PICTURE S9(10)V99  COMP VALUE ZEROS.
002460
002470*----------------------------------------------------------*
002480* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
002490*----------------------------------------------------------*
002500     COPY CLIAUDRG.
002510
002520*----------------------------------------------------------*
002530* LINHAS DO EXTRATO IMPRESSO                               *
002540*----------------------------------------------------------*
002550 01  EXT-CABECALHO-1.
002560     05  FILLER              PICTURE X(33)
002570             VALUE "EXTRATO MENSAL - CLIENTE ".
002580     05  EXT-CAB-ID          PICTURE 9(06).
002590     05  FILLER              PICTURE X(02) VALUE SPACES.
002600     05  EXT-CAB-NOME        PICTURE X(20).
002610     05  FILLER              PICTURE X(71) VALUE SPACES.
002620 01  EXT-CABECALHO-2.
002630     05  FILLER              PICTURE X(08) VALUE "PERIODO ".
002640     05  EXT-CAB-DATA-INI    PICTURE 9(08).
002650     05  FILLER              PICTURE X(03) VALUE " A ".
002660     05  EXT-CAB-DATA-FIM    PICTURE 9(08).
002670     05  FILLER              PICTURE X(105) VALUE SPACES.
002680 01  EXT-MARCA-HISTORICO.
002690     05  FILLER              PICTURE X(44)
002700       VALUE "*** INCLUI TRILHA HISTORICA (CLIAUHST) ***".
002710     05  FILLER              PICTURE X(88) VALUE SPACES.
002720 01  EXT-CABECALHO-3.
002730     05  FILLER              PICTURE X(10) VALUE "DATA".
002740     05  FILLER              PICTURE X(14) VALUE "LANCAMENTO".
002750     05  FILLER              PICTURE X(06) VALUE "TAXA".
002760     05  FILLER              PICTURE X(20) VALUE "VALOR".
002770     05  FILLER              PICTURE X(20) VALUE "SALDO".
002780     05  FILLER              PICTURE X(06) VALUE "SEQ".
002790     05  FILLER              PICTURE X(30) VALUE "REFERENCIA".
002800     05  FILLER              PICTURE X(26) VALUE SPACES.
002810 01  EXT-DETALHE.
002820     05  EXT-DET-DATA        PICTURE 9(08).
002830     05  FILLER              PICTURE X(02) VALUE SPACES.
002840     05  EXT-DET-TIPO        PICTURE X(14).
002850     05  EXT-DET-TAXA        PICTURE 9,99.
002860     05  FILLER              PICTURE X(02) VALUE SPACES.
002870     05  EXT-DET-VALOR       PICTURE X(18).
002880     05  FILLER              PICTURE X(02) VALUE SPACES.
002890     05  EXT-DET-SALDO       PICTURE X(18).
002900     05  FILLER              PICTURE X(02) VALUE SPACES.
002910     05  EXT-DET-SEQ         PICTURE 9(04).
002920     05  FILLER              PICTURE X(02) VALUE SPACES.
002930     05  EXT-DET-REF         PICTURE X(30).
002940     05  FILLER              PICTURE X(26) VALUE SPACES.
002950 01  EXT-LINHA-SALDO.
002960     05  EXT-SLD-ROTULO      PICTURE X(30).
002970     05  EXT-SLD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002980     05  FILLER              PICTURE X(84) VALUE SPACES.
002990
003000*----------------------------------------------------------*
003010* REGISTROS DO EXTRATO ELETRONICO CLIEXTE: H CABECALHO DO  *
003020* ARQUIVO, C ABERTURA DO CLIENTE, D LANCAMENTO, F FECHO DO *
003030* CLIENTE, T TRAILER DE CONTROLE (QTD + HASH), NOS MOLDES  *
003040* DO CLIEXTR                                               *
003050*----------------------------------------------------------*
003060 01  ELE-CABECALHO.
003070     05  ELE-CAB-TIPO        PICTURE X(01) VALUE "H".
003080     05  ELE-CAB-DATA-INI    PICTURE 9(08).
003090     05  ELE-CAB-DATA-FIM    PICTURE 9(08).
003100     05  ELE-CAB-GERACAO     PICTURE 9(06).
003110     05  FILLER              PICTURE X(77) VALUE SPACES.
003120 01  ELE-CLIENTE.
003130     05  ELE-CLI-TIPO        PICTURE X(01) VALUE "C".
003140     05  ELE-CLI-ID          PICTURE 9(06).
003150     05  ELE-CLI-NOME        PICTURE X(20).
003160     05  ELE-CLI-EMAIL       PICTURE X(30).
003170     05  ELE-CLI-SALDO-ABERT PICTURE S9(10)V99.
003180     05  FILLER              PICTURE X(31) VALUE SPACES.
003190 01  ELE-DETALHE.
003200     05  ELE-DET-TIPO        PICTURE X(01) VALUE "D".
003210     05  ELE-DET-DATA        PICTURE 9(08).
003220     05  ELE-DET-LANCTO      PICTURE X(14).
003230     05  ELE-DET-TAXA        PICTURE 9V99.
003240     05  ELE-DET-VALOR       PICTURE S9(10)V99.
003250     05  ELE-DET-SALDO       PICTURE S9(10)V99.
003260     05  ELE-DET-SEQ         PICTURE 9(04).
003270     05  ELE-DET-MARCA       PICTURE X(01).
003280     05  ELE-DET-REF-DATA    PICTURE 9(08).
003290     05  ELE-DET-REF-SEQ     PICTURE 9(04).
003300     05  FILLER              PICTURE X(33) VALUE SPACES.
003310 01  ELE-FECHO.
003320     05  ELE-FEC-TIPO        PICTURE X(01) VALUE "F".
003330     05  ELE-FEC-JUROS       PICTURE S9(10)V99.
003340     05  ELE-FEC-MOVTOS      PICTURE S9(10)V99.
003350     05  ELE-FEC-SALDO       PICTURE S9(10)V99.
003360     05  FILLER              PICTURE X(63) VALUE SPACES.
003370 01  ELE-TRAILER.
003380     05  ELE-TRL-TIPO        PICTURE X(01) VALUE "T".
003390     05  ELE-TRL-QTD         PICTURE 9(06).
003400     05  ELE-TRL-HASH        PICTURE S9(14)V99.
003410     05  FILLER              PICTURE X(76) VALUE SPACES.
003420
003430 LINKAGE                 SECTION.
003440 01  LK-PARM-PERIODO.
003450     05  LK-PARM-DATA-INI    PICTURE X(08).
003460     05  LK-PARM-DATA-FIM    PICTURE X(08).
003470
003480 PROCEDURE               DIVISION USING LK-PARM-PERIODO.
003490*----------------------------------------------------------*
003500* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003510*----------------------------------------------------------*
003520 0000-MAINLINE.
003530     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003540     IF USAR-TRILHA-CHAVEADA
003550         PERFORM 3500-EXTRATOS-DIRETO
003560                 THRU 3500-EXTRATOS-DIRETO-EXIT
003570     ELSE
003580         SORT CLASSIFICACAO
003590                 ON ASCENDING KEY SRT-CLIENTE SRT-DATA
003600                 WITH DUPLICATES IN ORDER
003610                 INPUT PROCEDURE IS 2000-SELECIONAR-PERIODO
003620                         THRU 2000-SELECIONAR-PERIODO-EXIT
003630                 OUTPUT PROCEDURE IS 3000-IMPRIMIR-EXTRATOS
003640                         THRU 3000-IMPRIMIR-EXTRATOS-EXIT
003650     END-IF.
003660     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003670     GO TO 9999-EXIT.
003680
003690*----------------------------------------------------------*
003700* 1000-INICIALIZAR - RESOLVE O PERIODO E ABRE OS ARQUIVOS  *
003710*----------------------------------------------------------*
003720 1000-INICIALIZAR.
003730     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003740     IF LK-PARM-DATA-INI IS NUMERIC
003750             AND LK-PARM-DATA-FIM IS NUMERIC
003760             AND LK-PARM-DATA-INI NOT = "00000000"
003770         MOVE LK-PARM-DATA-INI TO WRK-DATA-INICIAL
003780         MOVE LK-PARM-DATA-FIM TO WRK-DATA-FINAL
003790     ELSE
003800         COMPUTE WRK-DATA-INICIAL =
003810                 (WRK-DATA-SISTEMA / 100) * 100 + 1
003820         COMPUTE WRK-DATA-FINAL =
003830                 (WRK-DATA-SISTEMA / 100) * 100 + 31
003840     END-IF.
003850     IF WRK-DATA-FINAL < WRK-DATA-INICIAL
003860         DISPLAY "CLIEXTM: PERIODO INVALIDO " WRK-DATA-INICIAL
003870                 " A " WRK-DATA-FINAL
003880         MOVE 16 TO RETURN-CODE
003890         GO TO 9999-EXIT
003900     END-IF.
003910     OPEN INPUT AUDITORIA.
003920     IF FS-AUDITORIA NOT = "00"
003930         DISPLAY "CLIEXTM: ERRO AO ABRIR CLIAUDIT - STATUS "
003940                 FS-AUDITORIA
003950         MOVE 16 TO RETURN-CODE
003960         GO TO 9999-EXIT
003970     END-IF.
003980     OPEN INPUT ARQUIVO-HISTORICO.
003990     IF FS-HISTORICO = "00"
004000         SET HISTORICO-DISPONIVEL TO TRUE
004010         DISPLAY "CLIEXTM: TRILHA HISTORICA CLIAUHST INCLUIDA "
004020                 "NA CLASSIFICACAO"
004030     ELSE
004040         SET FIM-ARQUIVO-HISTORICO TO TRUE
004050     END-IF.
004060*    SEM ARQUIVO MORTO NA EXECUCAO, O ESPELHO CHAVEADO
004070*    DISPENSA O SORT: A LEITURA SEQUENCIAL DO CLIAUDK JA
004080*    VEM NA ORDEM CLIENTE + DATA.
004090     IF NOT HISTORICO-DISPONIVEL
004100         OPEN INPUT AUDITORIA-CHAVEADA
004110         IF FS-AUDK = "00"
004120             SET USAR-TRILHA-CHAVEADA TO TRUE
004130         ELSE
004140             DISPLAY "CLIEXTM: CLIAUDK INDISPONIVEL - STATUS "
004150                     FS-AUDK " - CAINDO NO SORT CLASSICO"
004160         END-IF
004170     END-IF.
004180     OPEN INPUT ESTORNOS.
004190     IF FS-ESTORNOS = "00"
004200         SET ARQUIVO-ESTORNO-OK TO TRUE
004210     ELSE
004220         DISPLAY "CLIEXTM: CLIESTOR INDISPONIVEL - STATUS "
004230                 FS-ESTORNOS " - LANCAMENTOS ESTORNADOS SEM MARCA"
004240     END-IF.
004250     OPEN INPUT CLIENTES-MASTER.
004260     IF FS-CLIENTES-MASTER NOT = "00"
004270         DISPLAY "CLIEXTM: CLIMSTR INDISPONIVEL - STATUS "
004280                 FS-CLIENTES-MASTER
004290                 " - EXTRATO SAI SEM O NOME DO CLIENTE"
004300     END-IF.
004310     OPEN OUTPUT RELATORIO.
004320     OPEN EXTEND CORRESPONDENCIA.
004330     IF FS-CORRESPONDENCIA NOT = "00"
004340         DISPLAY "CLIEXTM: CLICORR INDISPONIVEL - STATUS "
004350                 FS-CORRESPONDENCIA " - EXTRATOS SEM ENVELOPE"
004360     END-IF.
004370     PERFORM 1190-AVANCAR-GERACAO THRU 1190-AVANCAR-GERACAO-EXIT.
004380     OPEN OUTPUT ELETRONICO.
004390     IF FS-ELETRONICO NOT = "00"
004400         DISPLAY "CLIEXTM: ERRO AO ABRIR CLIEXTE - STATUS "
004410                 FS-ELETRONICO
004420         MOVE 16 TO RETURN-CODE
004430         GO TO 9999-EXIT
004440     END-IF.
004450     MOVE WRK-DATA-INICIAL TO ELE-CAB-DATA-INI.
004460     MOVE WRK-DATA-FINAL   TO ELE-CAB-DATA-FIM.
004470     MOVE WRK-ELE-GERACAO  TO ELE-CAB-GERACAO.
004480     WRITE ELE-LINHA FROM ELE-CABECALHO.
004490 1000-INICIALIZAR-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------*
004530* 1190-AVANCAR-GERACAO - LE O NUMERO DA ULTIMA GERACAO DO  *
004540*                    EXTRATO ELETRONICO EM CLIEXMGN,       *
004550*                    AVANCA E REGRAVA COM A DATA DO        *
004560*                    SISTEMA, NOS MOLDES DO CLIEXGEN       *
004570*----------------------------------------------------------*
004580 1190-AVANCAR-GERACAO.
004590     OPEN INPUT GERACAO-ELETRONICO.
004600     IF FS-GERACAO-ELET = "00"
004610         READ GERACAO-ELETRONICO
004620             AT END
004630                 CONTINUE
004640             NOT AT END
004650                 MOVE GER-NUMERO TO WRK-ELE-GERACAO
004660         END-READ
004670         CLOSE GERACAO-ELETRONICO
004680     END-IF.
004690     ADD 1 TO WRK-ELE-GERACAO.
004700     OPEN OUTPUT GERACAO-ELETRONICO.
004710     MOVE WRK-ELE-GERACAO   TO GER-NUMERO.
004720     MOVE WRK-DATA-SISTEMA  TO GER-DATA.
004730     WRITE GER-REGISTRO.
004740     CLOSE GERACAO-ELETRONICO.
004750 1190-AVANCAR-GERACAO-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790* 2000-SELECIONAR-PERIODO - LE A TRILHA DE AUDITORIA E     *
004800*                    LIBERA PARA A CLASSIFICACAO SO AS     *
004810*                    LINHAS DENTRO DO PERIODO PEDIDO       *
004820*----------------------------------------------------------*
004830 2000-SELECIONAR-PERIODO.
004840     IF HISTORICO-DISPONIVEL
004850         PERFORM 2150-LER-HISTORICO THRU 2150-LER-HISTORICO-EXIT
004860                 UNTIL FIM-ARQUIVO-HISTORICO
004870     END-IF.
004880     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
004890             UNTIL FIM-ARQUIVO-AUDITORIA.
004900 2000-SELECIONAR-PERIODO-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------*
004940* 2100-LER-AUDITORIA - LE UMA LINHA DO CLIAUDIT E, SE A    *
004950*                    DATA CAI NO PERIODO, LIBERA PARA O    *
004960*                    SORT COM A CHAVE CLIENTE+DATA         *
004970*----------------------------------------------------------*
004980 2100-LER-AUDITORIA.
004990     READ AUDITORIA
005000         AT END
005010             SET FIM-ARQUIVO-AUDITORIA TO TRUE
005020             GO TO 2100-LER-AUDITORIA-EXIT
005030     END-READ.
005040     MOVE AUD-LINHA TO AUD-REGISTRO.
005050     IF AUD-DATA NOT < WRK-DATA-INICIAL
005060             AND AUD-DATA NOT > WRK-DATA-FINAL
005070         MOVE AUD-CLIENTE-ID TO SRT-CLIENTE
005080         MOVE AUD-DATA       TO SRT-DATA
005090         MOVE AUD-LINHA      TO SRT-LINHA
005100         RELEASE SRT-REGISTRO
005110     END-IF.
005120 2100-LER-AUDITORIA-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160* 2150-LER-HISTORICO - LE UMA LINHA DO CLIAUHST E, SE A    *
005170*                    DATA CAI NO PERIODO, LIBERA PARA O    *
005180*                    SORT COM A MESMA CHAVE                *
005190*----------------------------------------------------------*
005200 2150-LER-HISTORICO.
005210     READ ARQUIVO-HISTORICO
005220         AT END
005230             SET FIM-ARQUIVO-HISTORICO TO TRUE
005240             GO TO 2150-LER-HISTORICO-EXIT
005250     END-READ.
005260     MOVE HST-LINHA TO AUD-REGISTRO.
005270     IF AUD-DATA NOT < WRK-DATA-INICIAL
005280             AND AUD-DATA NOT > WRK-DATA-FINAL
005290         MOVE AUD-CLIENTE-ID TO SRT-CLIENTE
005300         MOVE AUD-DATA       TO SRT-DATA
005310         MOVE HST-LINHA      TO SRT-LINHA
005320         RELEASE SRT-REGISTRO
005330     END-IF.
005340 2150-LER-HISTORICO-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------*
005380* 3000-IMPRIMIR-EXTRATOS - RECEBE AS LINHAS CLASSIFICADAS  *
005390*                    E IMPRIME UMA PAGINA POR CLIENTE,     *
005400*                    COM QUEBRA POR AUD-CLIENTE-ID         *
005410*----------------------------------------------------------*
005420 3000-IMPRIMIR-EXTRATOS.
005430     PERFORM 3100-TRATAR-LINHA THRU 3100-TRATAR-LINHA-EXIT
005440             UNTIL FIM-CLASSIFICACAO.
005450     IF CLIENTE-EM-ABERTO
005460         PERFORM 3300-FECHAR-CLIENTE
005470                 THRU 3300-FECHAR-CLIENTE-EXIT
005480     END-IF.
005490 3000-IMPRIMIR-EXTRATOS-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------*
005530* 3100-TRATAR-LINHA - RETORNA UMA LINHA CLASSIFICADA,      *
005540*                    QUEBRA POR CLIENTE E IMPRIME O        *
005550*                    LANCAMENTO                            *
005560*----------------------------------------------------------*
005570 3100-TRATAR-LINHA.
005580     RETURN CLASSIFICACAO
005590         AT END
005600             SET FIM-CLASSIFICACAO TO TRUE
005610             GO TO 3100-TRATAR-LINHA-EXIT
005620     END-RETURN.
005630     MOVE SRT-LINHA TO AUD-REGISTRO.
005640     IF NOT CLIENTE-EM-ABERTO
005650             OR AUD-CLIENTE-ID NOT = WRK-CLIENTE-ATUAL
005660         IF CLIENTE-EM-ABERTO
005670             PERFORM 3300-FECHAR-CLIENTE
005680                     THRU 3300-FECHAR-CLIENTE-EXIT
005690         END-IF
005700         PERFORM 3200-ABRIR-CLIENTE
005710                 THRU 3200-ABRIR-CLIENTE-EXIT
005720     END-IF.
005730*    A CLASSIFICACAO MANTEM A ORDEM DE GRAVACAO DENTRO DO
005740*    CLIENTE + DATA, QUE E A MESMA DA SEQUENCIA DO CLIAUDK.
005750     IF AUD-DATA NOT = WRK-DATA-SEQ
005760         MOVE AUD-DATA TO WRK-DATA-SEQ
005770         MOVE ZEROS TO WRK-SEQ-LINHA
005780     END-IF.
005790     ADD 1 TO WRK-SEQ-LINHA.
005800     PERFORM 3150-IMPRIMIR-LANCAMENTO
005810             THRU 3150-IMPRIMIR-LANCAMENTO-EXIT.
005820 3100-TRATAR-LINHA-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860* 3150-IMPRIMIR-LANCAMENTO - IMPRIME UM LANCAMENTO DO      *
005870*                    EXTRATO: MOVIMENTO (TAXA ZERADA),     *
005880*                    JUROS DO DIA (SALDO INALTERADO) OU    *
005890*                    CAPITALIZACAO (SALDO ALTERADO COM     *
005900*                    TAXA), E ACUMULA OS TOTAIS DO CLIENTE *
005910*                    O ESTORNO (ORIGEM "E") E O LANCAMENTO *
005920*                    ESTORNADO SAEM CASADOS PELA SEQUENCIA *
005930*                    DO DIA: CADA UM APONTA PARA O OUTRO   *
005940*                    NA COLUNA DE REFERENCIA (3160). A     *
005950*                    CORRECAO RETROATIVA DE JUROS (ORIGEM  *
005960*                    "K") ENTRA NO TOTAL DE JUROS, COM O   *
005970*                    PERIODO CORRIGIDO NA REFERENCIA       *
005980*----------------------------------------------------------*
005990 3150-IMPRIMIR-LANCAMENTO.
006000     MOVE AUD-JUROS-DIA       TO WRK-JUROS-NUM.
006010     MOVE AUD-SALDO-NOVO      TO WRK-SALDO-FECHA.
006020     MOVE AUD-DATA            TO EXT-DET-DATA.
006030     MOVE AUD-TAXA-APLICADA   TO EXT-DET-TAXA.
006040     MOVE AUD-JUROS-DIA       TO EXT-DET-VALOR.
006050     MOVE AUD-SALDO-NOVO      TO EXT-DET-SALDO.
006060     IF AUD-ORIGEM = "K"
006070         MOVE "CORRECAO JUROS" TO EXT-DET-TIPO
006080         ADD WRK-JUROS-NUM TO WRK-TOTAL-JUROS
006090     ELSE
006100         IF AUD-TAXA-APLICADA = ZEROS
006110             MOVE "MOVIMENTO     " TO EXT-DET-TIPO
006120             ADD WRK-JUROS-NUM TO WRK-TOTAL-MOVTOS
006130         ELSE
006140             IF AUD-SALDO-NOVO = AUD-SALDO-ANTERIOR
006150                 MOVE "JUROS DO DIA  " TO EXT-DET-TIPO
006160             ELSE
006170                 MOVE "CAPITALIZACAO " TO EXT-DET-TIPO
006180             END-IF
006190             ADD WRK-JUROS-NUM TO WRK-TOTAL-JUROS
006200         END-IF
006210     END-IF.
006220     PERFORM 3160-REFERENCIAR-ESTORNO
006230             THRU 3160-REFERENCIAR-ESTORNO-EXIT.
006240     IF SAIDA-EM-PAPEL
006250         WRITE REL-LINHA FROM EXT-DETALHE AFTER ADVANCING 1 LINE
006260         ADD 1 TO WRK-LINHAS-EXTRATO
006270     END-IF.
006280     IF SAIDA-ELETRONICA
006290         MOVE AUD-DATA          TO ELE-DET-DATA
006300         MOVE EXT-DET-TIPO      TO ELE-DET-LANCTO
006310         MOVE AUD-TAXA-APLICADA TO ELE-DET-TAXA
006320         MOVE WRK-JUROS-NUM     TO ELE-DET-VALOR
006330         MOVE WRK-SALDO-FECHA   TO ELE-DET-SALDO
006340         MOVE WRK-SEQ-LINHA     TO ELE-DET-SEQ
006350         WRITE ELE-LINHA FROM ELE-DETALHE
006360     END-IF.
006370     ADD 1 TO WRK-CONT-LINHAS.
006380 3150-IMPRIMIR-LANCAMENTO-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------*
006420* 3160-REFERENCIAR-ESTORNO - LINHA DE ESTORNO APONTA O     *
006430*                    LANCAMENTO ESTORNADO (PELO CAMPO      *
006440*                    AUD-REF-ESTORNO); LANCAMENTO COM      *
006450*                    ESTORNO LANCADO NO CLIESTOR APONTA O  *
006460*                    ESTORNO. NO                           *
006470*                    ELETRONICO A MARCA E "E" (ESTORNO) OU *
006480*                    "X" (ESTORNADO)                       *
006490*----------------------------------------------------------*
006500 3160-REFERENCIAR-ESTORNO.
006510     MOVE WRK-SEQ-LINHA TO EXT-DET-SEQ.
006520     MOVE SPACES TO EXT-DET-REF ELE-DET-MARCA.
006530     MOVE ZEROS  TO ELE-DET-REF-DATA ELE-DET-REF-SEQ.
006540     IF AUD-ORIGEM = "K"
006550         STRING "PERIODO " AUD-COR-DATA-INICIO " A "
006560                 AUD-COR-DATA-FIM
006570                 DELIMITED BY SIZE INTO EXT-DET-REF
006580         GO TO 3160-REFERENCIAR-ESTORNO-EXIT
006590     END-IF.
006600     IF AUD-ORIGEM = "E"
006610         MOVE "ESTORNO       " TO EXT-DET-TIPO
006620         STRING "ESTORNO DE " AUD-REF-DATA "/" AUD-REF-SEQ
006630                 DELIMITED BY SIZE INTO EXT-DET-REF
006640         MOVE "E"          TO ELE-DET-MARCA
006650         MOVE AUD-REF-DATA TO ELE-DET-REF-DATA
006660         MOVE AUD-REF-SEQ  TO ELE-DET-REF-SEQ
006670         ADD 1 TO WRK-CONT-ESTORNOS
006680         GO TO 3160-REFERENCIAR-ESTORNO-EXIT
006690     END-IF.
006700     IF NOT ARQUIVO-ESTORNO-OK
006710         GO TO 3160-REFERENCIAR-ESTORNO-EXIT
006720     END-IF.
006730     MOVE AUD-CLIENTE-ID TO EST-CLIENTE.
006740     MOVE AUD-DATA       TO EST-DATA-ORIG.
006750     MOVE WRK-SEQ-LINHA  TO EST-SEQ-ORIG.
006760     READ ESTORNOS
006770         INVALID KEY
006780             GO TO 3160-REFERENCIAR-ESTORNO-EXIT
006790     END-READ.
006800     IF EST-LANCADO
006810         STRING "ESTORNADO EM " EST-DATA-ESTORNO "/"
006820                 EST-SEQ-ESTORNO
006830                 DELIMITED BY SIZE INTO EXT-DET-REF
006840         MOVE "X"              TO ELE-DET-MARCA
006850         MOVE EST-DATA-ESTORNO TO ELE-DET-REF-DATA
006860         MOVE EST-SEQ-ESTORNO  TO ELE-DET-REF-SEQ
006870     END-IF.
006880 3160-REFERENCIAR-ESTORNO-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------*
006920* 3200-ABRIR-CLIENTE - INICIA A PAGINA DO CLIENTE: BUSCA O *
006930*                    NOME NO MESTRE, IMPRIME O CABECALHO E *
006940*                    O SALDO DE ABERTURA (SALDO ANTERIOR   *
006950*                    DA PRIMEIRA LINHA DO PERIODO)         *
006960*----------------------------------------------------------*
006970 3200-ABRIR-CLIENTE.
006980     MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-ATUAL.
006990     SET CLIENTE-EM-ABERTO TO TRUE.
007000     MOVE ZEROS TO WRK-DATA-SEQ WRK-SEQ-LINHA.
007010     MOVE ZEROS TO WRK-TOTAL-JUROS WRK-TOTAL-MOVTOS.
007020     MOVE WRK-CLIENTE-ATUAL TO EXT-CAB-ID.
007030     MOVE "** NAO ENCONTRADO **" TO EXT-CAB-NOME.
007040*    CLIENTE SEM CADASTRO SAI NO PAPEL, O CANAL SEGURO.
007050     MOVE "S" TO WRK-SAI-PAPEL.
007060     MOVE "N" TO WRK-SAI-ELETRON.
007070     MOVE ZEROS TO CLI-AGENCIA.
007080     IF FS-CLIENTES-MASTER = "00"
007090         MOVE WRK-CLIENTE-ATUAL TO CLI-ID
007100         READ CLIENTES-MASTER
007110             INVALID KEY
007120                 MOVE ZEROS TO CLI-AGENCIA
007130             NOT INVALID KEY
007140                 MOVE CLI-NOME TO EXT-CAB-NOME
007150                 IF PREF-ELETRONICO
007160                     MOVE "N" TO WRK-SAI-PAPEL
007170                 END-IF
007180                 IF PREF-ELETRONICO OR PREF-AMBOS
007190                     MOVE "S" TO WRK-SAI-ELETRON
007200                 END-IF
007210         END-READ
007220     END-IF.
007230     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-NUM.
007240     IF SAIDA-EM-PAPEL
007250         WRITE REL-LINHA FROM EXT-CABECALHO-1
007260                 AFTER ADVANCING PAGE
007270         MOVE WRK-DATA-INICIAL TO EXT-CAB-DATA-INI
007280         MOVE WRK-DATA-FINAL   TO EXT-CAB-DATA-FIM
007290         WRITE REL-LINHA FROM EXT-CABECALHO-2
007300                 AFTER ADVANCING 1 LINE
007310         IF HISTORICO-DISPONIVEL
007320             WRITE REL-LINHA FROM EXT-MARCA-HISTORICO
007330                     AFTER ADVANCING 1 LINE
007340         END-IF
007350         MOVE "SALDO DE ABERTURA            " TO EXT-SLD-ROTULO
007360         MOVE WRK-SALDO-NUM TO EXT-SLD-VALOR
007370         WRITE REL-LINHA FROM EXT-LINHA-SALDO
007380                 AFTER ADVANCING 2 LINES
007390         WRITE REL-LINHA FROM EXT-CABECALHO-3
007400                 AFTER ADVANCING 2 LINES
007410         ADD 1 TO WRK-CONT-PAPEL
007420         MOVE 6 TO WRK-LINHAS-EXTRATO
007430         IF HISTORICO-DISPONIVEL
007440             ADD 1 TO WRK-LINHAS-EXTRATO
007450         END-IF
007460     END-IF.
007470     IF SAIDA-ELETRONICA
007480         MOVE WRK-CLIENTE-ATUAL TO ELE-CLI-ID
007490         MOVE CLI-NOME          TO ELE-CLI-NOME
007500         MOVE CLI-EMAIL         TO ELE-CLI-EMAIL
007510         MOVE WRK-SALDO-NUM     TO ELE-CLI-SALDO-ABERT
007520         WRITE ELE-LINHA FROM ELE-CLIENTE
007530         ADD 1 TO WRK-ELE-CLIENTES
007540     END-IF.
007550     ADD 1 TO WRK-CONT-CLIENTES.
007560 3200-ABRIR-CLIENTE-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------*
007600* 3300-FECHAR-CLIENTE - FECHA A PAGINA DO CLIENTE COM OS   *
007610*                    TOTAIS DO PERIODO E O SALDO DE        *
007620*                    FECHAMENTO (SALDO NOVO DA ULTIMA      *
007630*                    LINHA DO PERIODO)                     *
007640*----------------------------------------------------------*
007650 3300-FECHAR-CLIENTE.
007660     IF SAIDA-EM-PAPEL
007670         MOVE "TOTAL DE JUROS NO PERIODO    " TO EXT-SLD-ROTULO
007680         MOVE WRK-TOTAL-JUROS TO EXT-SLD-VALOR
007690         WRITE REL-LINHA FROM EXT-LINHA-SALDO
007700                 AFTER ADVANCING 2 LINES
007710         MOVE "TOTAL DE MOVIMENTOS          " TO EXT-SLD-ROTULO
007720         MOVE WRK-TOTAL-MOVTOS TO EXT-SLD-VALOR
007730         WRITE REL-LINHA FROM EXT-LINHA-SALDO
007740                 AFTER ADVANCING 1 LINE
007750         MOVE "SALDO DE FECHAMENTO          " TO EXT-SLD-ROTULO
007760         MOVE WRK-SALDO-FECHA TO EXT-SLD-VALOR
007770         WRITE REL-LINHA FROM EXT-LINHA-SALDO
007780                 AFTER ADVANCING 1 LINE
007790         ADD 4 TO WRK-LINHAS-EXTRATO
007800         PERFORM 7600-REGISTRAR-CORREIO
007810                 THRU 7600-REGISTRAR-CORREIO-EXIT
007820     END-IF.
007830     IF SAIDA-ELETRONICA
007840         MOVE WRK-TOTAL-JUROS  TO ELE-FEC-JUROS
007850         MOVE WRK-TOTAL-MOVTOS TO ELE-FEC-MOVTOS
007860         MOVE WRK-SALDO-FECHA  TO ELE-FEC-SALDO
007870         WRITE ELE-LINHA FROM ELE-FECHO
007880         ADD WRK-TOTAL-JUROS TO WRK-ELE-HASH
007890     END-IF.
007900 3300-FECHAR-CLIENTE-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------*
007940* 3500-EXTRATOS-DIRETO - CAMINHO SEM SORT: LE O CLIAUDK    *
007950*                    SEQUENCIALMENTE (JA EM ORDEM CLIENTE  *
007960*                    + DATA) E MONTA AS MESMAS PAGINAS DA  *
007970*                    SAIDA CLASSIFICADA                    *
007980*----------------------------------------------------------*
007990 3500-EXTRATOS-DIRETO.
008000     PERFORM 3600-TRATAR-AUDK THRU 3600-TRATAR-AUDK-EXIT
008010             UNTIL FIM-TRILHA-CHAVEADA.
008020     IF CLIENTE-EM-ABERTO
008030         PERFORM 3300-FECHAR-CLIENTE
008040                 THRU 3300-FECHAR-CLIENTE-EXIT
008050     END-IF.
008060 3500-EXTRATOS-DIRETO-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------*
008100* 3600-TRATAR-AUDK - TRATA UM REGISTRO DO ESPELHO: FILTRA  *
008110*                    PELO PERIODO, QUEBRA POR CLIENTE E    *
008120*                    IMPRIME O LANCAMENTO, COMO 3100 FAZ   *
008130*                    COM A SAIDA DO SORT                   *
008140*----------------------------------------------------------*
008150 3600-TRATAR-AUDK.
008160     READ AUDITORIA-CHAVEADA NEXT RECORD
008170         AT END
008180             SET FIM-TRILHA-CHAVEADA TO TRUE
008190             GO TO 3600-TRATAR-AUDK-EXIT
008200     END-READ.
008210     MOVE AUDK-LINHA TO AUD-REGISTRO.
008220     IF AUD-DATA < WRK-DATA-INICIAL
008230             OR AUD-DATA > WRK-DATA-FINAL
008240         GO TO 3600-TRATAR-AUDK-EXIT
008250     END-IF.
008260     IF NOT CLIENTE-EM-ABERTO
008270             OR AUD-CLIENTE-ID NOT = WRK-CLIENTE-ATUAL
008280         IF CLIENTE-EM-ABERTO
008290             PERFORM 3300-FECHAR-CLIENTE
008300                     THRU 3300-FECHAR-CLIENTE-EXIT
008310         END-IF
008320         PERFORM 3200-ABRIR-CLIENTE
008330                 THRU 3200-ABRIR-CLIENTE-EXIT
008340     END-IF.
008350     MOVE AUDK-SEQ TO WRK-SEQ-LINHA.
008360     PERFORM 3150-IMPRIMIR-LANCAMENTO
008370             THRU 3150-IMPRIMIR-LANCAMENTO-EXIT.
008380 3600-TRATAR-AUDK-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------*
008420* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR O EXTRATO      *
008430*                    IMPRESSO, COM AS FOLHAS DO FORMULARIO *
008440*                    DE 60 LINHAS QUE ELE OCUPA, PARA O    *
008450*                    CLIENVEL CONSOLIDAR EM ENVELOPE POR   *
008460*                    ENDERECO                              *
008470*----------------------------------------------------------*
008480 7600-REGISTRAR-CORREIO.
008490     IF FS-CORRESPONDENCIA NOT = "00"
008500         GO TO 7600-REGISTRAR-CORREIO-EXIT
008510     END-IF.
008520     MOVE SPACES            TO COR-REGISTRO.
008530     MOVE WRK-DATA-SISTEMA  TO COR-DATA.
008540     MOVE "RELEXTM "        TO COR-ARQUIVO.
008550     SET COR-EXTRATO        TO TRUE.
008560     MOVE WRK-CONT-PAPEL    TO COR-REFERENCIA.
008570     MOVE WRK-CLIENTE-ATUAL TO COR-CLIENTE.
008580     MOVE CLI-AGENCIA       TO COR-AGENCIA.
008590     COMPUTE COR-PAGINAS =
008600             (WRK-LINHAS-EXTRATO + WRK-LINHAS-PAGINA - 1)
008610             / WRK-LINHAS-PAGINA.
008620     WRITE COR-REGISTRO.
008630 7600-REGISTRAR-CORREIO-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------*
008670* 9000-FINALIZAR - FECHA OS ARQUIVOS E REPORTA O VOLUME    *
008680*----------------------------------------------------------*
008690 9000-FINALIZAR.
008700     MOVE WRK-ELE-CLIENTES TO ELE-TRL-QTD.
008710     MOVE WRK-ELE-HASH     TO ELE-TRL-HASH.
008720     WRITE ELE-LINHA FROM ELE-TRAILER.
008730     CLOSE AUDITORIA RELATORIO ELETRONICO.
008740     IF HISTORICO-DISPONIVEL
008750         CLOSE ARQUIVO-HISTORICO
008760     END-IF.
008770     IF USAR-TRILHA-CHAVEADA
008780         CLOSE AUDITORIA-CHAVEADA
008790     END-IF.
008800     IF FS-CLIENTES-MASTER = "00"
008810         CLOSE CLIENTES-MASTER
008820     END-IF.
008830     IF ARQUIVO-ESTORNO-OK
008840         CLOSE ESTORNOS
008850     END-IF.
008860     IF FS-CORRESPONDENCIA = "00"
008870         CLOSE CORRESPONDENCIA
008880     END-IF.
008890     DISPLAY "CLIEXTM: " WRK-CONT-CLIENTES " CLIENTES, "
008900             WRK-CONT-LINHAS " LANCAMENTOS NO PERIODO, "
008910             WRK-CONT-ESTORNOS " ESTORNOS".
008920     DISPLAY "CLIEXTM: " WRK-CONT-PAPEL " PAGINAS EM PAPEL, "
008930             WRK-ELE-CLIENTES " CLIENTES NO ELETRONICO "
008940             "(GERACAO " WRK-ELE-GERACAO ")".
008950 9000-FINALIZAR-EXIT.
008960     EXIT.
008970
008980 9999-EXIT.
008990     STOP RUN.
