000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLISVRRT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - RETORNO DOS VALORES *
000120*                    A RECEBER: LE O ARQUIVO CLISVRRE DO   *
000130*                    REGULADOR (H, D, T) COM OS VALORES    *
000140*                    RESGATADOS PELOS DONOS, CONFERE O     *
000150*                    TRAILER (QUANTIDADE E SOMA) ANTES DE  *
000160*                    GERAR QUALQUER PAGAMENTO (RC 16 E     *
000170*                    NADA GERADO SE NAO BATER) E RECUSA O  *
000180*                    RETORNO JA PROCESSADO SEGUNDO O       *
000190*                    CONTROLE CLISVRRC (DATA + SEQUENCIA   *
000200*                    DO CABECALHO). CADA RESGATE DE CONTA  *
000210*                    ENCERRADA OU DORMENTE, EM REAIS, COM  *
000220*                    VALOR ATE O SALDO, PEDIDO PELO        *
000230*                    TITULAR OU POR UM COTITULAR (CLITITU) *
000240*                    E COM DESTINO EM CONTA DO PROPRIO     *
000250*                    REQUERENTE VIRA UM MOVIMENTO "Q" NO   *
000260*                    CLIMOVD, QUE O CLIMOVTO DEBITA E      *
000270*                    ENFILEIRA PARA A REMESSA TED. O QUE   *
000280*                    NAO ATENDE SAI NO RELATORIO RELSVT    *
000290*                    COM O MOTIVO (RC 4) PARA A AGENCIA    *
000300*                    TRATAR COM O REGULADOR.               *
000310* 2026-10-15 EBC     O CLIMOVD PASSA A RECEBER OS          *
000320*                    MOVIMENTOS GERADOS ENTRE UM CABECALHO *
000330*                    "H" E UM TRAILER "Z" DE LOTE (LAYOUT  *
000340*                    CLIMVCRG) COM A ORIGEM CLISVRRT, A    *
000350*                    QUANTIDADE E O HASH (SOMA DE          *
000360*                    MOV-VALOR); O CABECALHO SAI NO        *
000370*                    PRIMEIRO MOVIMENTO E O TRAILER NO     *
000380*                    FECHAMENTO (2410/9050). EXECUCAO      *
000390*                    INTERROMPIDA DEIXA O LOTE SEM TRAILER *
000400*                    E O CLIMOVTO O REJEITA POR INTEIRO.   *
000410*----------------------------------------------------------*
000420 ENVIRONMENT             DIVISION.
000430 CONFIGURATION           SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT            SECTION.
000480 FILE-CONTROL.
000490*----------------------------------------------------------*
000500* RETORNO DO REGULADOR COM OS VALORES RESGATADOS           *
000510*----------------------------------------------------------*
000520     SELECT RETORNO ASSIGN TO "CLISVRRE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS FS-RETORNO.
000550     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CLI-ID
000590         FILE STATUS IS FS-CLIENTES-MASTER.
000600*----------------------------------------------------------*
000610* TITULARES ADICIONAIS DAS CONTAS CONJUNTAS - SO LEITURA   *
000620*----------------------------------------------------------*
000630     SELECT TITULARES ASSIGN TO "CLITITU"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS TIT-CHAVE
000670         FILE STATUS IS FS-TITULARES.
000680*----------------------------------------------------------*
000690* FILA DE MOVIMENTOS DO DIA, APLICADA PELO CLIMOVTO        *
000700*----------------------------------------------------------*
000710     SELECT MOVIMENTOS ASSIGN TO "CLIMOVD"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-MOVIMENTOS.
000740*----------------------------------------------------------*
000750* CONTROLE DO ULTIMO RETORNO PROCESSADO                    *
000760*----------------------------------------------------------*
000770     SELECT CONTROLE-RETORNO ASSIGN TO "CLISVRRC"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS FS-CONTROLE-RETORNO.
000800     SELECT RELATORIO ASSIGN TO "RELSVT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-RELATORIO.
000830
000840 DATA                    DIVISION.
000850 FILE                    SECTION.
000860 FD  RETORNO
000870     LABEL RECORD IS STANDARD.
000880 01  RET-LINHA                PICTURE X(120).
000890
000900 FD  CLIENTES-MASTER
000910     LABEL RECORD IS STANDARD.
000920     COPY CLIREG.
000930
000940 FD  TITULARES
000950     LABEL RECORD IS STANDARD.
000960     COPY CLITITRG.
000970
000980 FD  MOVIMENTOS
000990     LABEL RECORD IS STANDARD.
001000 01  MOV-REGISTRO.
001010     05  MOV-TIPO            PICTURE X(01).
001020     05  MOV-CLIENTE         PICTURE 9(06).
001030     05  MOV-CLIENTE-DEST    PICTURE 9(06).
001040     05  MOV-VALOR           PICTURE 9(10).
001050     05  MOV-FORMA           PICTURE X(01).
001060     05  MOV-EXT-MODALIDADE  PICTURE X(01).
001070     05  MOV-EXT-BANCO       PICTURE 9(03).
001080     05  MOV-EXT-AGENCIA     PICTURE 9(04).
001090     05  MOV-EXT-CONTA       PICTURE 9(12).
001100     05  MOV-EXT-DOCUMENTO   PICTURE 9(14).
001110     05  MOV-EXT-TIPO-DOC    PICTURE X(01).
001120     05  FILLER              PICTURE X(21).
001130     COPY CLIMVCRG.
001140
001150 FD  CONTROLE-RETORNO
001160     LABEL RECORD IS STANDARD.
001170 01  SVRRC-REGISTRO.
001180     05  SVRRC-ULTIMA-DATA    PICTURE 9(08).
001190     05  SVRRC-ULTIMA-SEQ     PICTURE 9(06).
001200
001210 FD  RELATORIO
001220     LABEL RECORD IS STANDARD.
001230 01  REL-LINHA               PICTURE X(132).
001240
001250 WORKING-STORAGE         SECTION.
001260 01  WRK-FLAGS.
001270     05  WRK-FIM-RETORNO PICTURE X(01)      VALUE "N".
001280         88  FIM-ARQUIVO-RETORNO            VALUE "S".
001290     05  WRK-ARQ-VALIDO  PICTURE X(01)      VALUE "S".
001300         88  ARQUIVO-RETORNO-OK             VALUE "S".
001310         88  ARQUIVO-RETORNO-COM-ERRO       VALUE "N".
001320     05  WRK-TEM-CABEC   PICTURE X(01)      VALUE "N".
001330         88  CABECALHO-LIDO                 VALUE "S".
001340     05  WRK-TEM-TRAILER PICTURE X(01)      VALUE "N".
001350         88  TRAILER-LIDO                   VALUE "S".
001360     05  WRK-RET-VAZIO   PICTURE X(01)      VALUE "N".
001370         88  RETORNO-VAZIO                  VALUE "S".
001380     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001390         88  FIM-TITULARES                  VALUE "S".
001400     05  WRK-REQUERENTE  PICTURE X(01)      VALUE "N".
001410         88  REQUERENTE-TITULAR             VALUE "S".
001420     05  WRK-DOC-VALIDO  PICTURE X(01)      VALUE "S".
001430         88  DOCUMENTO-OK                   VALUE "S".
001440         88  DOCUMENTO-COM-ERRO             VALUE "N".
001450     05  WRK-LOTE-MOVD   PICTURE X(01)      VALUE "N".
001460         88  LOTE-MOVD-ABERTO               VALUE "S".
001470 01  FS-RETORNO          PICTURE X(02)      VALUE "00".
001480 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001490 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001500 01  FS-MOVIMENTOS       PICTURE X(02)      VALUE "00".
001510 01  FS-CONTROLE-RETORNO PICTURE X(02)      VALUE "00".
001520 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001530 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001540 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
001550 77  WRK-CONT-ITENS      PICTURE 9(06)      COMP VALUE ZEROS.
001560 77  WRK-SOMA-ITENS      PICTURE 9(14)      COMP VALUE ZEROS.
001570 77  WRK-CONT-GERADOS    PICTURE 9(06)      COMP VALUE ZEROS.
001580 77  WRK-CONT-RECUSADOS  PICTURE 9(06)      COMP VALUE ZEROS.
001590 77  WRK-TOTAL-GERADO    PICTURE S9(14)     COMP VALUE ZEROS.
001600 77  WRK-CHAVE-RETORNO   PICTURE 9(14)      VALUE ZEROS.
001610 77  WRK-CHAVE-ULTIMO    PICTURE 9(14)      VALUE ZEROS.
001620 77  WRK-DATA-RETORNO    PICTURE 9(08)      VALUE ZEROS.
001630 77  WRK-SEQ-RETORNO     PICTURE 9(06)      VALUE ZEROS.
001640 77  WRK-LOTE-QTD        PICTURE 9(06)      COMP VALUE ZEROS.
001650 77  WRK-LOTE-HASH       PICTURE 9(15)      COMP VALUE ZEROS.
001660 77  WRK-LOTE-HORA       PICTURE 9(06)      VALUE ZEROS.
001670 77  WRK-HORA-COMPLETA   PICTURE 9(08)      VALUE ZEROS.
001680 01  WRK-MSG-ERRO-ARQ    PICTURE X(40)      VALUE SPACES.
001690
001700*----------------------------------------------------------*
001710* REGISTROS DO RETORNO CLISVRRE: H CABECALHO (DATA E       *
001720* SEQUENCIA DO ARQUIVO), D RESGATE (CONTA, VALOR, CPF/CNPJ *
001730* DO REQUERENTE E CONTA DE DESTINO), T TRAILER DE CONTROLE *
001740* (QTD + SOMA DOS VALORES)                                 *
001750*----------------------------------------------------------*
001760 01  RET-REGISTRO.
001770     05  RET-TIPO            PICTURE X(01).
001780         88  RET-CABECALHO                  VALUE "H".
001790         88  RET-DETALHE                    VALUE "D".
001800         88  RET-TRAILER                    VALUE "T".
001810     05  RET-CORPO           PICTURE X(119).
001820 01  RET-CAB REDEFINES RET-REGISTRO.
001830     05  FILLER              PICTURE X(01).
001840     05  RET-CAB-DATA        PICTURE 9(08).
001850     05  RET-CAB-SEQUENCIA   PICTURE 9(06).
001860     05  FILLER              PICTURE X(105).
001870 01  RET-DET REDEFINES RET-REGISTRO.
001880     05  FILLER              PICTURE X(01).
001890     05  RET-DET-AAAAMM      PICTURE 9(06).
001900     05  RET-DET-CLI-ID      PICTURE 9(06).
001910     05  RET-DET-VALOR       PICTURE 9(10).
001920     05  RET-DET-REQ-DOC     PICTURE 9(14).
001930     05  RET-DET-REQ-TIPO    PICTURE X(01).
001940     05  RET-DET-BANCO       PICTURE 9(03).
001950     05  RET-DET-AGENCIA     PICTURE 9(04).
001960     05  RET-DET-CONTA       PICTURE 9(12).
001970     05  RET-DET-FAV-DOC     PICTURE 9(14).
001980     05  RET-DET-FAV-TIPO    PICTURE X(01).
001990     05  FILLER              PICTURE X(48).
002000 01  RET-TRL REDEFINES RET-REGISTRO.
002010     05  FILLER              PICTURE X(01).
002020     05  RET-TRL-QTD         PICTURE 9(06).
002030     05  RET-TRL-TOTAL       PICTURE 9(14).
002040     05  FILLER              PICTURE X(99).
002050
002060*----------------------------------------------------------*
002070* LINHAS DO RELATORIO DOS RESGATES                         *
002080*----------------------------------------------------------*
002090 01  REL-CABECALHO.
002100     05  FILLER              PICTURE X(44)
002110             VALUE "VALORES A RECEBER - RETORNO (CLISVRRT) - ".
002120     05  REL-CAB-DATA        PICTURE 9(08).
002130     05  FILLER              PICTURE X(10) VALUE " RETORNO ".
002140     05  REL-CAB-SEQUENCIA   PICTURE 9(06).
002150     05  FILLER              PICTURE X(64) VALUE SPACES.
002160 01  REL-DETALHE.
002170     05  REL-DET-AAAAMM      PICTURE 9(06).
002180     05  FILLER              PICTURE X(02) VALUE SPACES.
002190     05  REL-DET-CLIENTE     PICTURE 9(06).
002200     05  FILLER              PICTURE X(02) VALUE SPACES.
002210     05  REL-DET-VALOR       PICTURE Z.ZZZ.ZZZ.ZZ9,99.
002220     05  FILLER              PICTURE X(02) VALUE SPACES.
002230     05  REL-DET-REQ-DOC     PICTURE 9(14).
002240     05  FILLER              PICTURE X(02) VALUE SPACES.
002250     05  REL-DET-BANCO       PICTURE 9(03).
002260     05  FILLER              PICTURE X(01) VALUE "/".
002270     05  REL-DET-AGENCIA     PICTURE 9(04).
002280     05  FILLER              PICTURE X(01) VALUE "/".
002290     05  REL-DET-CONTA       PICTURE 9(12).
002300     05  FILLER              PICTURE X(02) VALUE SPACES.
002310     05  REL-DET-SITUACAO    PICTURE X(32).
002320     05  FILLER              PICTURE X(27) VALUE SPACES.
002330 01  REL-ERRO-ARQUIVO.
002340     05  FILLER              PICTURE X(30)
002350             VALUE "*** RETORNO NAO PROCESSADO: ".
002360     05  REL-ERR-TEXTO       PICTURE X(40).
002370     05  FILLER              PICTURE X(62) VALUE SPACES.
002380 01  REL-RODAPE.
002390     05  REL-ROD-ROTULO      PICTURE X(30).
002400     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
002410     05  FILLER              PICTURE X(93) VALUE SPACES.
002420 01  REL-RODAPE-VALOR.
002430     05  REL-ROV-ROTULO      PICTURE X(30).
002440     05  REL-ROV-VALOR       PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002450     05  FILLER              PICTURE X(82) VALUE SPACES.
002460
002470 PROCEDURE               DIVISION.
002480*----------------------------------------------------------*
002490* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002500*----------------------------------------------------------*
002510 0000-MAINLINE.
002520     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002530     PERFORM 1500-CONFERIR-RETORNO
002540             THRU 1500-CONFERIR-RETORNO-EXIT.
002550     IF ARQUIVO-RETORNO-OK AND NOT RETORNO-VAZIO
002560         PERFORM 1600-VERIFICAR-REPETICAO
002570                 THRU 1600-VERIFICAR-REPETICAO-EXIT
002580     END-IF.
002590     IF ARQUIVO-RETORNO-COM-ERRO
002600         PERFORM 9500-ABORTAR-RETORNO
002610                 THRU 9500-ABORTAR-RETORNO-EXIT
002620         GO TO 9999-EXIT
002630     END-IF.
002640     IF RETORNO-VAZIO
002650         PERFORM 9600-FECHAR-SEM-RETORNO
002660                 THRU 9600-FECHAR-SEM-RETORNO-EXIT
002670         GO TO 9999-EXIT
002680     END-IF.
002690     PERFORM 1800-ABRIR-GERACAO
002700             THRU 1800-ABRIR-GERACAO-EXIT.
002710     PERFORM 2000-TRATAR-REGISTRO
002720             THRU 2000-TRATAR-REGISTRO-EXIT
002730             UNTIL FIM-ARQUIVO-RETORNO.
002740     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002750     GO TO 9999-EXIT.
002760
002770*----------------------------------------------------------*
002780* 1000-INICIALIZAR - ABRE O RETORNO E O RELATORIO          *
002790*----------------------------------------------------------*
002800 1000-INICIALIZAR.
002810     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002820     OPEN INPUT RETORNO.
002830     IF FS-RETORNO NOT = "00"
002840         DISPLAY "CLISVRRT: ERRO AO ABRIR CLISVRRE - STATUS "
002850                 FS-RETORNO
002860         MOVE 16 TO RETURN-CODE
002870         GO TO 9999-EXIT
002880     END-IF.
002890     OPEN OUTPUT RELATORIO.
002900     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
002910     MOVE ZEROS             TO REL-CAB-SEQUENCIA.
002920 1000-INICIALIZAR-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------*
002960* 1500-CONFERIR-RETORNO - 1a PASSADA: CABECALHO NO INICIO, *
002970*                  TRAILER NO FIM, QUANTIDADE E SOMA DOS   *
002980*                  RESGATES IGUAIS AS DO TRAILER. NADA E   *
002990*                  GERADO SE O ARQUIVO NAO FECHAR. MES SEM *
003000*                  RETORNO (ARQUIVO VAZIO) TERMINA LIMPO.  *
003010*----------------------------------------------------------*
003020 1500-CONFERIR-RETORNO.
003030     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
003040     IF FIM-ARQUIVO-RETORNO
003050         SET RETORNO-VAZIO TO TRUE
003060         GO TO 1500-CONFERIR-RETORNO-EXIT
003070     END-IF.
003080     IF NOT RET-CABECALHO
003090         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003100         MOVE "CABECALHO AUSENTE" TO WRK-MSG-ERRO-ARQ
003110         GO TO 1500-CONFERIR-RETORNO-EXIT
003120     END-IF.
003130     IF RET-CAB-DATA NOT NUMERIC
003140             OR RET-CAB-SEQUENCIA NOT NUMERIC
003150         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003160         MOVE "CABECALHO COM CAMPO NAO NUMERICO"
003170           TO WRK-MSG-ERRO-ARQ
003180         GO TO 1500-CONFERIR-RETORNO-EXIT
003190     END-IF.
003200     SET CABECALHO-LIDO TO TRUE.
003210     MOVE RET-CAB-DATA      TO WRK-DATA-RETORNO.
003220     MOVE RET-CAB-SEQUENCIA TO WRK-SEQ-RETORNO.
003230     MOVE RET-CAB-SEQUENCIA TO REL-CAB-SEQUENCIA.
003240     PERFORM 1550-CONFERIR-REGISTRO
003250             THRU 1550-CONFERIR-REGISTRO-EXIT
003260             UNTIL FIM-ARQUIVO-RETORNO
003270             OR ARQUIVO-RETORNO-COM-ERRO.
003280     IF ARQUIVO-RETORNO-COM-ERRO
003290         GO TO 1500-CONFERIR-RETORNO-EXIT
003300     END-IF.
003310     IF NOT TRAILER-LIDO
003320         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003330         MOVE "TRAILER AUSENTE" TO WRK-MSG-ERRO-ARQ
003340         GO TO 1500-CONFERIR-RETORNO-EXIT
003350     END-IF.
003360     IF RET-TRL-QTD NOT = WRK-CONT-ITENS
003370         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003380         MOVE "QUANTIDADE DO TRAILER NAO CONFERE"
003390           TO WRK-MSG-ERRO-ARQ
003400         GO TO 1500-CONFERIR-RETORNO-EXIT
003410     END-IF.
003420     IF RET-TRL-TOTAL NOT = WRK-SOMA-ITENS
003430         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003440         MOVE "SOMA DO TRAILER NAO CONFERE"
003450           TO WRK-MSG-ERRO-ARQ
003460     END-IF.
003470 1500-CONFERIR-RETORNO-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------*
003510* 1550-CONFERIR-REGISTRO - CONFERE UM REGISTRO APOS O      *
003520*                  CABECALHO. O TRAILER TEM DE SER O       *
003530*                  ULTIMO REGISTRO DO ARQUIVO.             *
003540*----------------------------------------------------------*
003550 1550-CONFERIR-REGISTRO.
003560     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
003570     IF FIM-ARQUIVO-RETORNO
003580         GO TO 1550-CONFERIR-REGISTRO-EXIT
003590     END-IF.
003600     IF TRAILER-LIDO
003610         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003620         MOVE "REGISTRO APOS O TRAILER" TO WRK-MSG-ERRO-ARQ
003630         GO TO 1550-CONFERIR-REGISTRO-EXIT
003640     END-IF.
003650     EVALUATE TRUE
003660         WHEN RET-DETALHE
003670             IF RET-DET-AAAAMM NOT NUMERIC
003680                     OR RET-DET-CLI-ID NOT NUMERIC
003690                     OR RET-DET-VALOR NOT NUMERIC
003700                 SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003710                 MOVE "RESGATE COM CAMPO NAO NUMERICO"
003720                   TO WRK-MSG-ERRO-ARQ
003730             ELSE
003740                 ADD 1 TO WRK-CONT-ITENS
003750                 ADD RET-DET-VALOR TO WRK-SOMA-ITENS
003760             END-IF
003770         WHEN RET-TRAILER
003780             SET TRAILER-LIDO TO TRUE
003790         WHEN OTHER
003800             SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
003810             MOVE "TIPO DE REGISTRO INVALIDO"
003820               TO WRK-MSG-ERRO-ARQ
003830     END-EVALUATE.
003840 1550-CONFERIR-REGISTRO-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------*
003880* 1600-VERIFICAR-REPETICAO - RETORNO COM DATA + SEQUENCIA  *
003890*                  NAO POSTERIOR AO ULTIMO PROCESSADO      *
003900*                  (CLISVRRC) E RECUSADO: OS PAGAMENTOS    *
003910*                  SAIRIAM EM DOBRO                        *
003920*----------------------------------------------------------*
003930 1600-VERIFICAR-REPETICAO.
003940     COMPUTE WRK-CHAVE-RETORNO = WRK-DATA-RETORNO * 1000000
003950             + WRK-SEQ-RETORNO.
003960     OPEN INPUT CONTROLE-RETORNO.
003970     IF FS-CONTROLE-RETORNO = "00"
003980         READ CONTROLE-RETORNO
003990             AT END
004000                 CONTINUE
004010             NOT AT END
004020                 COMPUTE WRK-CHAVE-ULTIMO =
004030                         SVRRC-ULTIMA-DATA * 1000000
004040                         + SVRRC-ULTIMA-SEQ
004050         END-READ
004060         CLOSE CONTROLE-RETORNO
004070     END-IF.
004080     IF WRK-CHAVE-RETORNO NOT > WRK-CHAVE-ULTIMO
004090         SET ARQUIVO-RETORNO-COM-ERRO TO TRUE
004100         MOVE "RETORNO JA PROCESSADO (CLISVRRC)"
004110           TO WRK-MSG-ERRO-ARQ
004120     END-IF.
004130 1600-VERIFICAR-REPETICAO-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170* 1800-ABRIR-GERACAO - RETORNO CONFERIDO: REABRE-O DO      *
004180*                  INICIO, ABRE O MESTRE E OS TITULARES    *
004190*                  PARA A CRITICA E O CLIMOVD EM EXTENSAO  *
004200*----------------------------------------------------------*
004210 1800-ABRIR-GERACAO.
004220     CLOSE RETORNO.
004230     MOVE "N" TO WRK-FIM-RETORNO.
004240     MOVE ZEROS TO WRK-CONT-LIDOS.
004250     OPEN INPUT RETORNO.
004260     OPEN INPUT CLIENTES-MASTER.
004270     IF FS-CLIENTES-MASTER NOT = "00"
004280         DISPLAY "CLISVRRT: ERRO AO ABRIR CLIMSTR - STATUS "
004290                 FS-CLIENTES-MASTER
004300         CLOSE RETORNO RELATORIO
004310         MOVE 16 TO RETURN-CODE
004320         GO TO 9999-EXIT
004330     END-IF.
004340     OPEN INPUT TITULARES.
004350     IF FS-TITULARES NOT = "00"
004360         DISPLAY "CLISVRRT: ERRO AO ABRIR CLITITU - STATUS "
004370                 FS-TITULARES
004380         CLOSE RETORNO RELATORIO CLIENTES-MASTER
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 9999-EXIT
004410     END-IF.
004420     OPEN EXTEND MOVIMENTOS.
004430     IF FS-MOVIMENTOS NOT = "00"
004440         DISPLAY "CLISVRRT: ERRO AO ABRIR CLIMOVD - STATUS "
004450                 FS-MOVIMENTOS
004460         CLOSE RETORNO RELATORIO CLIENTES-MASTER TITULARES
004470         MOVE 16 TO RETURN-CODE
004480         GO TO 9999-EXIT
004490     END-IF.
004500     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
004510     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
004520 1800-ABRIR-GERACAO-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------*
004560* 2000-TRATAR-REGISTRO - 2a PASSADA: CRITICA CADA RESGATE  *
004570*                  E GERA O PAGAMENTO NO CLIMOVD.          *
004580*                  CABECALHO E TRAILER JA FORAM CONFERIDOS *
004590*                  E SAO SALTADOS.                         *
004600*----------------------------------------------------------*
004610 2000-TRATAR-REGISTRO.
004620     IF NOT RET-DETALHE
004630         GO TO 2000-TRATAR-REGISTRO-PROXIMO
004640     END-IF.
004650     MOVE RET-DET-AAAAMM  TO REL-DET-AAAAMM.
004660     MOVE RET-DET-CLI-ID  TO REL-DET-CLIENTE.
004670     MOVE RET-DET-VALOR   TO REL-DET-VALOR.
004680     MOVE RET-DET-REQ-DOC TO REL-DET-REQ-DOC.
004690     MOVE RET-DET-BANCO   TO REL-DET-BANCO.
004700     MOVE RET-DET-AGENCIA TO REL-DET-AGENCIA.
004710     MOVE RET-DET-CONTA   TO REL-DET-CONTA.
004720     MOVE RET-DET-CLI-ID TO CLI-ID.
004730     READ CLIENTES-MASTER
004740         INVALID KEY
004750             MOVE "CONTA INEXISTENTE NO MESTRE     "
004760               TO REL-DET-SITUACAO
004770             GO TO 2000-TRATAR-REGISTRO-RECUSAR
004780     END-READ.
004790     IF CLI-FALECIDO OR CLI-PREJUIZO
004800         MOVE "CONTA DE ESPOLIO OU EM PREJUIZO "
004810           TO REL-DET-SITUACAO
004820         GO TO 2000-TRATAR-REGISTRO-RECUSAR
004830     END-IF.
004840     IF NOT CLI-DORMENTE
004850             AND (CLI-DATA-ENCERRAMENTO = ZEROS
004860             OR CLI-DATA-ENCERRAMENTO > WRK-DATA-EXECUCAO)
004870         MOVE "CONTA NAO ENCERRADA NEM DORMENTE"
004880           TO REL-DET-SITUACAO
004890         GO TO 2000-TRATAR-REGISTRO-RECUSAR
004900     END-IF.
004910     IF NOT MOEDA-REAL
004920         MOVE "CONTA EM MOEDA ESTRANGEIRA      "
004930           TO REL-DET-SITUACAO
004940         GO TO 2000-TRATAR-REGISTRO-RECUSAR
004950     END-IF.
004960     IF RET-DET-VALOR = ZEROS OR RET-DET-VALOR > CLI-SALDO
004970         MOVE "VALOR ZERADO OU ACIMA DO SALDO  "
004980           TO REL-DET-SITUACAO
004990         GO TO 2000-TRATAR-REGISTRO-RECUSAR
005000     END-IF.
005010     PERFORM 2200-CONFERIR-REQUERENTE
005020             THRU 2200-CONFERIR-REQUERENTE-EXIT.
005030     IF NOT REQUERENTE-TITULAR
005040         MOVE "REQUERENTE NAO E TITULAR        "
005050           TO REL-DET-SITUACAO
005060         GO TO 2000-TRATAR-REGISTRO-RECUSAR
005070     END-IF.
005080     PERFORM 2300-CONFERIR-DESTINO
005090             THRU 2300-CONFERIR-DESTINO-EXIT.
005100     IF DOCUMENTO-COM-ERRO
005110         MOVE "CONTA DE DESTINO INVALIDA       "
005120           TO REL-DET-SITUACAO
005130         GO TO 2000-TRATAR-REGISTRO-RECUSAR
005140     END-IF.
005150     PERFORM 2400-GERAR-PAGAMENTO THRU 2400-GERAR-PAGAMENTO-EXIT.
005160     MOVE "PAGAMENTO GERADO NO CLIMOVD     " TO REL-DET-SITUACAO.
005170     GO TO 2000-TRATAR-REGISTRO-IMPRIMIR.
005180 2000-TRATAR-REGISTRO-RECUSAR.
005190     ADD 1 TO WRK-CONT-RECUSADOS.
005200 2000-TRATAR-REGISTRO-IMPRIMIR.
005210     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
005220 2000-TRATAR-REGISTRO-PROXIMO.
005230     PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
005240 2000-TRATAR-REGISTRO-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------*
005280* 2100-LER-RETORNO - LEITURA SEQUENCIAL DO CLISVRRE        *
005290*----------------------------------------------------------*
005300 2100-LER-RETORNO.
005310     READ RETORNO INTO RET-REGISTRO
005320         AT END
005330             SET FIM-ARQUIVO-RETORNO TO TRUE
005340         NOT AT END
005350             ADD 1 TO WRK-CONT-LIDOS
005360     END-READ.
005370 2100-LER-RETORNO-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------*
005410* 2200-CONFERIR-REQUERENTE - O CPF/CNPJ DO REQUERENTE TEM  *
005420*                  DE SER O DO TITULAR (CLIREG) OU O DE UM *
005430*                  COTITULAR DA CONTA (CLITITU)            *
005440*----------------------------------------------------------*
005450 2200-CONFERIR-REQUERENTE.
005460     MOVE "N" TO WRK-REQUERENTE.
005470     IF RET-DET-REQ-DOC NOT NUMERIC OR RET-DET-REQ-DOC = ZEROS
005480         GO TO 2200-CONFERIR-REQUERENTE-EXIT
005490     END-IF.
005500     IF RET-DET-REQ-DOC = CLI-DOCUMENTO
005510         SET REQUERENTE-TITULAR TO TRUE
005520         GO TO 2200-CONFERIR-REQUERENTE-EXIT
005530     END-IF.
005540     MOVE "N" TO WRK-FIM-TIT.
005550     MOVE CLI-ID TO TIT-CLI-ID.
005560     MOVE ZEROS  TO TIT-SEQ.
005570     START TITULARES KEY IS GREATER THAN TIT-CHAVE
005580         INVALID KEY
005590             SET FIM-TITULARES TO TRUE
005600     END-START.
005610     PERFORM 2250-LER-TITULAR THRU 2250-LER-TITULAR-EXIT
005620             UNTIL FIM-TITULARES OR REQUERENTE-TITULAR.
005630 2200-CONFERIR-REQUERENTE-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670* 2250-LER-TITULAR - CONFERE UM TITULAR ADICIONAL DA CONTA *
005680*----------------------------------------------------------*
005690 2250-LER-TITULAR.
005700     READ TITULARES NEXT RECORD
005710         AT END
005720             SET FIM-TITULARES TO TRUE
005730             GO TO 2250-LER-TITULAR-EXIT
005740     END-READ.
005750     IF TIT-CLI-ID NOT = CLI-ID
005760         SET FIM-TITULARES TO TRUE
005770         GO TO 2250-LER-TITULAR-EXIT
005780     END-IF.
005790     IF TIT-DOCUMENTO = RET-DET-REQ-DOC
005800         SET REQUERENTE-TITULAR TO TRUE
005810     END-IF.
005820 2250-LER-TITULAR-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860* 2300-CONFERIR-DESTINO - CONTA DE DESTINO COMPLETA, DO    *
005870*                  PROPRIO REQUERENTE, COM CPF/CNPJ VALIDO *
005880*                  PELO DIGITO VERIFICADOR (DOCVALID)      *
005890*----------------------------------------------------------*
005900 2300-CONFERIR-DESTINO.
005910     SET DOCUMENTO-COM-ERRO TO TRUE.
005920     IF RET-DET-BANCO NOT NUMERIC
005930             OR RET-DET-AGENCIA NOT NUMERIC
005940             OR RET-DET-CONTA NOT NUMERIC
005950             OR RET-DET-FAV-DOC NOT NUMERIC
005960         GO TO 2300-CONFERIR-DESTINO-EXIT
005970     END-IF.
005980     IF RET-DET-BANCO = ZEROS OR RET-DET-AGENCIA = ZEROS
005990             OR RET-DET-CONTA = ZEROS
006000         GO TO 2300-CONFERIR-DESTINO-EXIT
006010     END-IF.
006020     IF RET-DET-FAV-DOC NOT = RET-DET-REQ-DOC
006030         GO TO 2300-CONFERIR-DESTINO-EXIT
006040     END-IF.
006050     CALL "DOCVALID" USING RET-DET-FAV-DOC
006060             RET-DET-FAV-TIPO WRK-DOC-VALIDO.
006070 2300-CONFERIR-DESTINO-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------*
006110* 2400-GERAR-PAGAMENTO - GRAVA NO CLIMOVD O MOVIMENTO "Q"  *
006120*                  (PAGAMENTO DE VALOR A RECEBER POR TED   *
006130*                  PARA A CONTA INDICADA PELO REQUERENTE)  *
006140*----------------------------------------------------------*
006150 2400-GERAR-PAGAMENTO.
006160     PERFORM 2410-ABRIR-LOTE-MOVD THRU 2410-ABRIR-LOTE-MOVD-EXIT.
006170     MOVE SPACES           TO MOV-REGISTRO.
006180     MOVE "Q"              TO MOV-TIPO.
006190     MOVE CLI-ID           TO MOV-CLIENTE.
006200     MOVE ZEROS            TO MOV-CLIENTE-DEST.
006210     MOVE RET-DET-VALOR    TO MOV-VALOR.
006220     MOVE "T"              TO MOV-EXT-MODALIDADE.
006230     MOVE RET-DET-BANCO    TO MOV-EXT-BANCO.
006240     MOVE RET-DET-AGENCIA  TO MOV-EXT-AGENCIA.
006250     MOVE RET-DET-CONTA    TO MOV-EXT-CONTA.
006260     MOVE RET-DET-FAV-DOC  TO MOV-EXT-DOCUMENTO.
006270     MOVE RET-DET-FAV-TIPO TO MOV-EXT-TIPO-DOC.
006280     WRITE MOV-REGISTRO.
006290     IF FS-MOVIMENTOS NOT = "00"
006300         DISPLAY "CLISVRRT: ERRO AO GRAVAR CLIMOVD - STATUS "
006310                 FS-MOVIMENTOS " - CONTA " CLI-ID
006320     END-IF.
006330     ADD 1 TO WRK-LOTE-QTD.
006340     ADD MOV-VALOR TO WRK-LOTE-HASH.
006350     ADD 1 TO WRK-CONT-GERADOS.
006360     ADD RET-DET-VALOR TO WRK-TOTAL-GERADO.
006370 2400-GERAR-PAGAMENTO-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------*
006410* 2410-ABRIR-LOTE-MOVD - NO PRIMEIRO MOVIMENTO DA          *
006420*                 EXECUCAO, GRAVA NO CLIMOVD O CABECALHO   *
006430*                 DO LOTE (LAYOUT CLIMVCRG) E ZERA A       *
006440*                 QUANTIDADE E O HASH DO TRAILER           *
006450*----------------------------------------------------------*
006460 2410-ABRIR-LOTE-MOVD.
006470     IF LOTE-MOVD-ABERTO
006480         GO TO 2410-ABRIR-LOTE-MOVD-EXIT
006490     END-IF.
006500     ACCEPT WRK-HORA-COMPLETA FROM TIME.
006510     COMPUTE WRK-LOTE-HORA = WRK-HORA-COMPLETA / 100.
006520     MOVE SPACES            TO MOVC-REGISTRO.
006530     SET MOVC-CABECALHO     TO TRUE.
006540     MOVE "CLISVRRT"        TO MOVC-ORIGEM.
006550     MOVE WRK-DATA-EXECUCAO TO MOVC-DATA.
006560     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
006570     MOVE ZEROS             TO MOVC-QTD MOVC-HASH.
006580     WRITE MOVC-REGISTRO.
006590     MOVE ZEROS TO WRK-LOTE-QTD WRK-LOTE-HASH.
006600     SET LOTE-MOVD-ABERTO TO TRUE.
006610 2410-ABRIR-LOTE-MOVD-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650* 9000-FINALIZAR - TOTAIS, CONTROLE DO RETORNO, FECHAMENTO *
006660*                  E CODIGO DE RETORNO                     *
006670*----------------------------------------------------------*
006680 9000-FINALIZAR.
006690     MOVE "RESGATES NO RETORNO           " TO REL-ROD-ROTULO.
006700     MOVE WRK-CONT-ITENS TO REL-ROD-VALOR.
006710     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006720     MOVE "PAGAMENTOS GERADOS (CLIMOVD)  " TO REL-ROD-ROTULO.
006730     MOVE WRK-CONT-GERADOS TO REL-ROD-VALOR.
006740     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006750     MOVE "RESGATES RECUSADOS            " TO REL-ROD-ROTULO.
006760     MOVE WRK-CONT-RECUSADOS TO REL-ROD-VALOR.
006770     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006780     MOVE "VALOR TOTAL DOS PAGAMENTOS    " TO REL-ROV-ROTULO.
006790     MOVE WRK-TOTAL-GERADO TO REL-ROV-VALOR.
006800     WRITE REL-LINHA FROM REL-RODAPE-VALOR
006810             AFTER ADVANCING 1 LINE.
006820     PERFORM 9050-FECHAR-LOTE-MOVD
006830             THRU 9050-FECHAR-LOTE-MOVD-EXIT.
006840     CLOSE RETORNO CLIENTES-MASTER TITULARES MOVIMENTOS
006850             RELATORIO.
006860     OPEN OUTPUT CONTROLE-RETORNO.
006870     MOVE WRK-DATA-RETORNO TO SVRRC-ULTIMA-DATA.
006880     MOVE WRK-SEQ-RETORNO  TO SVRRC-ULTIMA-SEQ.
006890     WRITE SVRRC-REGISTRO.
006900     CLOSE CONTROLE-RETORNO.
006910     IF WRK-CONT-RECUSADOS > ZEROS
006920         MOVE 4 TO RETURN-CODE
006930     END-IF.
006940 9000-FINALIZAR-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------*
006980* 9050-FECHAR-LOTE-MOVD - GRAVA O TRAILER DO LOTE NO       *
006990*                 CLIMOVD COM A QUANTIDADE E O HASH (SOMA  *
007000*                 DE MOV-VALOR) DOS MOVIMENTOS GRAVADOS.   *
007010*                 SEM MOVIMENTO NA EXECUCAO, NAO HA LOTE.  *
007020*----------------------------------------------------------*
007030 9050-FECHAR-LOTE-MOVD.
007040     IF NOT LOTE-MOVD-ABERTO
007050         GO TO 9050-FECHAR-LOTE-MOVD-EXIT
007060     END-IF.
007070     MOVE SPACES            TO MOVC-REGISTRO.
007080     SET MOVC-TRAILER       TO TRUE.
007090     MOVE "CLISVRRT"        TO MOVC-ORIGEM.
007100     MOVE WRK-DATA-EXECUCAO TO MOVC-DATA.
007110     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
007120     MOVE WRK-LOTE-QTD      TO MOVC-QTD.
007130     MOVE WRK-LOTE-HASH     TO MOVC-HASH.
007140     WRITE MOVC-REGISTRO.
007150     MOVE "N" TO WRK-LOTE-MOVD.
007160 9050-FECHAR-LOTE-MOVD-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------*
007200* 9500-ABORTAR-RETORNO - RETORNO QUE NAO FECHA COM O       *
007210*                  TRAILER OU JA PROCESSADO: NADA E        *
007220*                  GERADO, O MOTIVO VAI PARA O RELATORIO E *
007230*                  O STEP TERMINA COM RC 16                *
007240*----------------------------------------------------------*
007250 9500-ABORTAR-RETORNO.
007260     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
007270     MOVE WRK-MSG-ERRO-ARQ TO REL-ERR-TEXTO.
007280     WRITE REL-LINHA FROM REL-ERRO-ARQUIVO
007290             AFTER ADVANCING 2 LINES.
007300     CLOSE RETORNO RELATORIO.
007310     DISPLAY "CLISVRRT: RETORNO REJEITADO - " WRK-MSG-ERRO-ARQ.
007320     MOVE 16 TO RETURN-CODE.
007330 9500-ABORTAR-RETORNO-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------*
007370* 9600-FECHAR-SEM-RETORNO - NENHUM RESGATE RECEBIDO: SO O  *
007380*                  CABECALHO E O AVISO                     *
007390*----------------------------------------------------------*
007400 9600-FECHAR-SEM-RETORNO.
007410     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
007420     MOVE "NENHUM RESGATE RECEBIDO       " TO REL-ROD-ROTULO.
007430     MOVE ZEROS TO REL-ROD-VALOR.
007440     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
007450     CLOSE RETORNO RELATORIO.
007460 9600-FECHAR-SEM-RETORNO-EXIT.
007470     EXIT.
007480
007490 9999-EXIT.
007500     STOP RUN.
