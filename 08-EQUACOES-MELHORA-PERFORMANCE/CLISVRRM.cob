000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLISVRRM.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - REMESSA MENSAL DOS  *
000120*                    VALORES A RECEBER AO REGULADOR: VARRE *
000130*                    O CLIMSTR E GERA O ARQUIVO DE LAYOUT  *
000140*                    FIXO CLISVRX COM UM DETALHE "D" POR   *
000150*                    CONTA ENCERRADA COM SALDO CREDOR E    *
000160*                    POR CONTA DORMENTE (CLIDORMI), COM O  *
000170*                    CPF/CNPJ DO TITULAR DO CLIREG,        *
000180*                    SEGUIDO DE UMA LINHA "C" POR          *
000190*                    COTITULAR DO                          *
000200*                    CLITITU, CABECALHO E TRAILER DE       *
000210*                    CONTROLE (QUANTIDADES + SOMA), MAIS O *
000220*                    RELATORIO RELSVR COM O QUADRO POR     *
000230*                    AGENCIA. CONTA COM SALDO DEVEDOR NAO  *
000240*                    E VALOR A RECEBER E SO E CONTADA NO   *
000250*                    RODAPE; CONTA CONGELADA POR OBITO     *
000260*                    (SEGUE PELO ESPOLIO) OU BAIXADA PARA  *
000270*                    PREJUIZO FICA FORA. O CONTROLE        *
000280*                    CLISVRCT (AAAAMM) IMPEDE GERAR O      *
000290*                    MESMO MES DUAS VEZES, NOS MOLDES DO   *
000300*                    CLIBCNCT. PARM: AAAAMM DE REFERENCIA; *
000310*                    EM BRANCO, O MES DA DATA DO SISTEMA.  *
000320*                    O RESGATE PELO DONO VOLTA NO RETORNO  *
000330*                    DO REGULADOR, TRATADO PELO CLISVRRT.  *
000340*----------------------------------------------------------*
000350 ENVIRONMENT             DIVISION.
000360 CONFIGURATION           SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390
000400 INPUT-OUTPUT            SECTION.
000410 FILE-CONTROL.
000420     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CLI-ID
000460         FILE STATUS IS FS-CLIENTES-MASTER.
000470*----------------------------------------------------------*
000480* TITULARES ADICIONAIS DAS CONTAS CONJUNTAS - SO LEITURA   *
000490*----------------------------------------------------------*
000500     SELECT TITULARES ASSIGN TO "CLITITU"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS TIT-CHAVE
000540         FILE STATUS IS FS-TITULARES.
000550*----------------------------------------------------------*
000560* VALORES A RECEBER NO LAYOUT FIXO DO REGULADOR            *
000570*----------------------------------------------------------*
000580     SELECT REMESSA-SVR ASSIGN TO "CLISVRX"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS FS-REMESSA-SVR.
000610*----------------------------------------------------------*
000620* CONTROLE DO ULTIMO MES DE REFERENCIA GERADO              *
000630*----------------------------------------------------------*
000640     SELECT CONTROLE-SVR ASSIGN TO "CLISVRCT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS FS-CONTROLE-SVR.
000670     SELECT RELATORIO ASSIGN TO "RELSVR"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-RELATORIO.
000700
000710 DATA                    DIVISION.
000720 FILE                    SECTION.
000730 FD  CLIENTES-MASTER
000740     LABEL RECORD IS STANDARD.
000750     COPY CLIREG.
000760
000770 FD  TITULARES
000780     LABEL RECORD IS STANDARD.
000790     COPY CLITITRG.
000800
000810 FD  REMESSA-SVR
000820     LABEL RECORD IS STANDARD.
000830 01  SVR-LINHA                PICTURE X(100).
000840
000850 FD  CONTROLE-SVR
000860     LABEL RECORD IS STANDARD.
000870 01  SVRCT-REGISTRO.
000880     05  SVRCT-ULTIMO-AAAAMM  PICTURE 9(06).
000890
000900 FD  RELATORIO
000910     LABEL RECORD IS STANDARD.
000920 01  REL-LINHA               PICTURE X(132).
000930
000940 WORKING-STORAGE         SECTION.
000950 01  WRK-FLAGS.
000960     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
000970         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
000980     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
000990         88  FIM-TITULARES                  VALUE "S".
001000     05  WRK-SITUACAO-SVR PICTURE X(01)     VALUE SPACES.
001010         88  SVR-ENCERRADA                  VALUE "E".
001020         88  SVR-DORMENTE                   VALUE "D".
001030         88  SVR-FORA                       VALUE SPACES.
001040 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001050 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001060 01  FS-REMESSA-SVR      PICTURE X(02)      VALUE "00".
001070 01  FS-CONTROLE-SVR     PICTURE X(02)      VALUE "00".
001080 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001090 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001100 77  WRK-AAAAMM-REF      PICTURE 9(06)      VALUE ZEROS.
001110 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001120 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
001130 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001140 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 20.
001150 77  WRK-AGENCIA-BUSCA   PICTURE 9(04)      VALUE ZEROS.
001160 77  WRK-IDX-TIT         PICTURE 9(03)      COMP VALUE ZEROS.
001170 77  WRK-QTD-TIT         PICTURE 9(03)      COMP VALUE ZEROS.
001180 77  WRK-MAX-TIT         PICTURE 9(03)      COMP VALUE 99.
001190 77  WRK-CONT-ENCERRADAS PICTURE 9(06)      COMP VALUE ZEROS.
001200 77  WRK-CONT-DORMENTES  PICTURE 9(06)      COMP VALUE ZEROS.
001210 77  WRK-CONT-DEVEDORAS  PICTURE 9(06)      COMP VALUE ZEROS.
001220 77  WRK-QTD-DETALHES    PICTURE 9(06)      COMP VALUE ZEROS.
001230 77  WRK-QTD-COTITULARES PICTURE 9(06)      COMP VALUE ZEROS.
001240 77  WRK-TOTAL-AGENCIA   PICTURE S9(14)     COMP VALUE ZEROS.
001250 77  WRK-HASH-TOTAL      PICTURE S9(15)     COMP VALUE ZEROS.
001260
001270*----------------------------------------------------------*
001280* QUANTIDADES E VALORES POR AGENCIA                        *
001290*----------------------------------------------------------*
001300 01  TAB-AGENCIAS.
001310     05  TAB-AG-ENTRADA          OCCURS 20 TIMES.
001320         10  TAB-AG-CODIGO        PICTURE 9(04).
001330         10  TAB-AG-QTD-ENC       PICTURE 9(06)  COMP.
001340         10  TAB-AG-VLR-ENC       PICTURE S9(12) COMP.
001350         10  TAB-AG-QTD-DOR       PICTURE 9(06)  COMP.
001360         10  TAB-AG-VLR-DOR       PICTURE S9(12) COMP.
001370
001380*----------------------------------------------------------*
001390* COTITULARES DA CONTA CORRENTE, LIDOS DO CLITITU ANTES DE *
001400* GRAVAR O DETALHE (QUE LEVA A QUANTIDADE)                 *
001410*----------------------------------------------------------*
001420 01  TAB-TITULARES.
001430     05  TAB-TIT-ENTRADA         OCCURS 99 TIMES.
001440         10  TAB-TIT-SEQ          PICTURE 9(02).
001450         10  TAB-TIT-NOME         PICTURE X(20).
001460         10  TAB-TIT-DOCUMENTO    PICTURE 9(14).
001470         10  TAB-TIT-TIPO-DOC     PICTURE X(01).
001480
001490*----------------------------------------------------------*
001500* LINHAS DO ARQUIVO CLISVRX (LAYOUT FIXO DO REGULADOR)     *
001510*----------------------------------------------------------*
001520 01  SVR-CABECALHO.
001530     05  SVR-CAB-TIPO        PICTURE X(01) VALUE "H".
001540     05  SVR-CAB-AAAAMM      PICTURE 9(06).
001550     05  SVR-CAB-DATA-GER    PICTURE 9(08).
001560     05  FILLER              PICTURE X(85) VALUE SPACES.
001570 01  SVR-DETALHE.
001580     05  SVR-DET-TIPO        PICTURE X(01) VALUE "D".
001590     05  SVR-DET-CLI-ID      PICTURE 9(06).
001600     05  SVR-DET-AGENCIA     PICTURE 9(04).
001610     05  SVR-DET-SITUACAO    PICTURE X(01).
001620     05  SVR-DET-DOCUMENTO   PICTURE 9(14).
001630     05  SVR-DET-TIPO-DOC    PICTURE X(01).
001640     05  SVR-DET-NOME        PICTURE X(20).
001650     05  SVR-DET-MOEDA       PICTURE X(03).
001660     05  SVR-DET-VALOR       PICTURE 9(13).
001670     05  SVR-DET-DATA-ENCERR PICTURE 9(08).
001680     05  SVR-DET-QTD-COTIT   PICTURE 9(02).
001690     05  FILLER              PICTURE X(27) VALUE SPACES.
001700 01  SVR-COTITULAR.
001710     05  SVR-COT-TIPO        PICTURE X(01) VALUE "C".
001720     05  SVR-COT-CLI-ID      PICTURE 9(06).
001730     05  SVR-COT-SEQ         PICTURE 9(02).
001740     05  SVR-COT-NOME        PICTURE X(20).
001750     05  SVR-COT-DOCUMENTO   PICTURE 9(14).
001760     05  SVR-COT-TIPO-DOC    PICTURE X(01).
001770     05  FILLER              PICTURE X(56) VALUE SPACES.
001780 01  SVR-TRAILER.
001790     05  SVR-TRL-TIPO        PICTURE X(01) VALUE "T".
001800     05  SVR-TRL-QTD-DET     PICTURE 9(06).
001810     05  SVR-TRL-QTD-COT     PICTURE 9(06).
001820     05  SVR-TRL-TOTAL       PICTURE 9(15).
001830     05  FILLER              PICTURE X(72) VALUE SPACES.
001840
001850 01  REL-CABECALHO.
001860     05  FILLER              PICTURE X(44)
001870       VALUE "VALORES A RECEBER - REMESSA (CLISVRRM) - ".
001880     05  REL-CAB-AAAAMM      PICTURE 9(06).
001890     05  FILLER              PICTURE X(82) VALUE SPACES.
001900 01  REL-LINHA-AGENCIA.
001910     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
001920     05  REL-AG-CODIGO       PICTURE 9(04).
001930     05  FILLER              PICTURE X(14) VALUE "  ENCERRADAS: ".
001940     05  REL-AG-QTD-ENC      PICTURE ZZZ.ZZ9.
001950     05  FILLER              PICTURE X(02) VALUE SPACES.
001960     05  REL-AG-VLR-ENC      PICTURE Z.ZZZ.ZZZ.ZZZ9,99.
001970     05  FILLER              PICTURE X(13) VALUE "  DORMENTES: ".
001980     05  REL-AG-QTD-DOR      PICTURE ZZZ.ZZ9.
001990     05  FILLER              PICTURE X(02) VALUE SPACES.
002000     05  REL-AG-VLR-DOR      PICTURE Z.ZZZ.ZZZ.ZZZ9,99.
002010     05  FILLER              PICTURE X(09) VALUE "  TOTAL: ".
002020     05  REL-AG-TOTAL        PICTURE Z.ZZZ.ZZZ.ZZZ9,99.
002030     05  FILLER              PICTURE X(15) VALUE SPACES.
002040 01  REL-RODAPE.
002050     05  REL-ROD-ROTULO      PICTURE X(30).
002060     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
002070     05  FILLER              PICTURE X(93) VALUE SPACES.
002080 01  REL-RODAPE-VALOR.
002090     05  REL-ROV-ROTULO      PICTURE X(30).
002100     05  REL-ROV-VALOR       PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002110     05  FILLER              PICTURE X(82) VALUE SPACES.
002120
002130 LINKAGE                 SECTION.
002140 01  LK-PARM-AAAAMM          PICTURE X(06).
002150
002160 PROCEDURE               DIVISION USING LK-PARM-AAAAMM.
002170*----------------------------------------------------------*
002180* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002190*----------------------------------------------------------*
002200 0000-MAINLINE.
002210     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002220     PERFORM 2000-AVALIAR-CLIENTE  THRU 2000-AVALIAR-CLIENTE-EXIT
002230             UNTIL FIM-ARQUIVO-CLIENTES.
002240     PERFORM 3000-IMPRIMIR-AGENCIAS
002250             THRU 3000-IMPRIMIR-AGENCIAS-EXIT.
002260     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002270     GO TO 9999-EXIT.
002280
002290*----------------------------------------------------------*
002300* 1000-INICIALIZAR - REFERENCIA, GUARDA DE MES E ABERTURAS *
002310*----------------------------------------------------------*
002320 1000-INICIALIZAR.
002330     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
002340     COMPUTE WRK-AAAAMM-REF = WRK-DATA-SISTEMA / 100.
002350     IF LK-PARM-AAAAMM IS NUMERIC
002360             AND LK-PARM-AAAAMM NOT = "000000"
002370         MOVE LK-PARM-AAAAMM TO WRK-AAAAMM-REF
002380     END-IF.
002390     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
002400     OPEN INPUT CLIENTES-MASTER.
002410     IF FS-CLIENTES-MASTER NOT = "00"
002420         DISPLAY "CLISVRRM: ERRO AO ABRIR CLIMSTR - STATUS "
002430                 FS-CLIENTES-MASTER
002440         MOVE 16 TO RETURN-CODE
002450         GO TO 9999-EXIT
002460     END-IF.
002470     OPEN INPUT TITULARES.
002480     IF FS-TITULARES NOT = "00"
002490         DISPLAY "CLISVRRM: ERRO AO ABRIR CLITITU - STATUS "
002500                 FS-TITULARES
002510         CLOSE CLIENTES-MASTER
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 9999-EXIT
002540     END-IF.
002550     OPEN OUTPUT REMESSA-SVR.
002560     IF FS-REMESSA-SVR NOT = "00"
002570         DISPLAY "CLISVRRM: ERRO AO ABRIR CLISVRX - STATUS "
002580                 FS-REMESSA-SVR
002590         CLOSE CLIENTES-MASTER TITULARES
002600         MOVE 16 TO RETURN-CODE
002610         GO TO 9999-EXIT
002620     END-IF.
002630     OPEN OUTPUT RELATORIO.
002640     MOVE WRK-AAAAMM-REF TO REL-CAB-AAAAMM.
002650     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002660     MOVE WRK-AAAAMM-REF   TO SVR-CAB-AAAAMM.
002670     MOVE WRK-DATA-SISTEMA TO SVR-CAB-DATA-GER.
002680     WRITE SVR-LINHA FROM SVR-CABECALHO.
002690     PERFORM 2100-LER-PROXIMO-CLIENTE
002700             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
002710 1000-INICIALIZAR-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------*
002750* 1150-VERIFICAR-MES - MES DE REFERENCIA JA GERADO SEGUNDO *
002760*                    O CLISVRCT ABORTA COM RC 16           *
002770*----------------------------------------------------------*
002780 1150-VERIFICAR-MES.
002790     OPEN INPUT CONTROLE-SVR.
002800     IF FS-CONTROLE-SVR = "00"
002810         READ CONTROLE-SVR
002820             AT END
002830                 CONTINUE
002840             NOT AT END
002850                 IF SVRCT-ULTIMO-AAAAMM = WRK-AAAAMM-REF
002860                     DISPLAY "CLISVRRM: REMESSA DO MES "
002870                             WRK-AAAAMM-REF
002880                             " JA GERADA - ABORTANDO"
002890                     CLOSE CONTROLE-SVR
002900                     MOVE 16 TO RETURN-CODE
002910                     GO TO 9999-EXIT
002920                 END-IF
002930         END-READ
002940         CLOSE CONTROLE-SVR
002950     END-IF.
002960 1150-VERIFICAR-MES-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------*
003000* 2000-AVALIAR-CLIENTE - CONTA ENCERRADA NA DATA COM SALDO *
003010*                    OU CONTA DORMENTE VAI PARA A REMESSA, *
003020*                    COM OS COTITULARES. SALDO DEVEDOR NAO *
003030*                    E VALOR A RECEBER: SO E CONTADO.      *
003040*----------------------------------------------------------*
003050 2000-AVALIAR-CLIENTE.
003060     IF CLI-FALECIDO OR CLI-PREJUIZO
003070         GO TO 2000-AVALIAR-CLIENTE-LER
003080     END-IF.
003090     MOVE SPACES TO WRK-SITUACAO-SVR.
003100     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
003110             AND CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-SISTEMA
003120         IF CLI-SALDO NOT = ZEROS
003130             SET SVR-ENCERRADA TO TRUE
003140         END-IF
003150     ELSE
003160         IF CLI-DORMENTE
003170             SET SVR-DORMENTE TO TRUE
003180         END-IF
003190     END-IF.
003200     IF SVR-FORA
003210         GO TO 2000-AVALIAR-CLIENTE-LER
003220     END-IF.
003230     IF CLI-SALDO < ZEROS
003240         ADD 1 TO WRK-CONT-DEVEDORAS
003250         GO TO 2000-AVALIAR-CLIENTE-LER
003260     END-IF.
003270     PERFORM 2200-CARREGAR-TITULARES
003280             THRU 2200-CARREGAR-TITULARES-EXIT.
003290     PERFORM 2300-GRAVAR-DETALHE THRU 2300-GRAVAR-DETALHE-EXIT.
003300     MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA.
003310     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
003320     IF SVR-ENCERRADA
003330         ADD 1 TO WRK-CONT-ENCERRADAS
003340         IF WRK-IDX-AG NOT = ZEROS
003350             ADD 1 TO TAB-AG-QTD-ENC (WRK-IDX-AG)
003360             ADD CLI-SALDO TO TAB-AG-VLR-ENC (WRK-IDX-AG)
003370         END-IF
003380     ELSE
003390         ADD 1 TO WRK-CONT-DORMENTES
003400         IF WRK-IDX-AG NOT = ZEROS
003410             ADD 1 TO TAB-AG-QTD-DOR (WRK-IDX-AG)
003420             ADD CLI-SALDO TO TAB-AG-VLR-DOR (WRK-IDX-AG)
003430         END-IF
003440     END-IF.
003450 2000-AVALIAR-CLIENTE-LER.
003460     PERFORM 2100-LER-PROXIMO-CLIENTE
003470             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
003480 2000-AVALIAR-CLIENTE-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------*
003520* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
003530*----------------------------------------------------------*
003540 2100-LER-PROXIMO-CLIENTE.
003550     READ CLIENTES-MASTER NEXT RECORD
003560         AT END
003570             SET FIM-ARQUIVO-CLIENTES TO TRUE
003580     END-READ.
003590 2100-LER-PROXIMO-CLIENTE-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630* 2200-CARREGAR-TITULARES - GUARDA NA TABELA OS            *
003640*                    COTITULARES DA CONTA CORRENTE         *
003650*----------------------------------------------------------*
003660 2200-CARREGAR-TITULARES.
003670     MOVE ZEROS TO WRK-QTD-TIT.
003680     MOVE "N" TO WRK-FIM-TIT.
003690     MOVE CLI-ID TO TIT-CLI-ID.
003700     MOVE ZEROS  TO TIT-SEQ.
003710     START TITULARES KEY IS GREATER THAN TIT-CHAVE
003720         INVALID KEY
003730             SET FIM-TITULARES TO TRUE
003740     END-START.
003750     PERFORM 2250-LER-TITULAR THRU 2250-LER-TITULAR-EXIT
003760             UNTIL FIM-TITULARES.
003770 2200-CARREGAR-TITULARES-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------*
003810* 2250-LER-TITULAR - TRATA UM TITULAR ADICIONAL DA CONTA   *
003820*----------------------------------------------------------*
003830 2250-LER-TITULAR.
003840     READ TITULARES NEXT RECORD
003850         AT END
003860             SET FIM-TITULARES TO TRUE
003870             GO TO 2250-LER-TITULAR-EXIT
003880     END-READ.
003890     IF TIT-CLI-ID NOT = CLI-ID
003900         SET FIM-TITULARES TO TRUE
003910         GO TO 2250-LER-TITULAR-EXIT
003920     END-IF.
003930     IF WRK-QTD-TIT >= WRK-MAX-TIT
003940         SET FIM-TITULARES TO TRUE
003950         GO TO 2250-LER-TITULAR-EXIT
003960     END-IF.
003970     ADD 1 TO WRK-QTD-TIT.
003980     MOVE TIT-SEQ       TO TAB-TIT-SEQ (WRK-QTD-TIT).
003990     MOVE TIT-NOME      TO TAB-TIT-NOME (WRK-QTD-TIT).
004000     MOVE TIT-DOCUMENTO TO TAB-TIT-DOCUMENTO (WRK-QTD-TIT).
004010     MOVE TIT-TIPO-DOC  TO TAB-TIT-TIPO-DOC (WRK-QTD-TIT).
004020 2250-LER-TITULAR-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060* 2300-GRAVAR-DETALHE - DETALHE "D" DA CONTA E UMA LINHA   *
004070*                    "C" POR COTITULAR                     *
004080*----------------------------------------------------------*
004090 2300-GRAVAR-DETALHE.
004100     MOVE CLI-ID                TO SVR-DET-CLI-ID.
004110     MOVE CLI-AGENCIA           TO SVR-DET-AGENCIA.
004120     MOVE WRK-SITUACAO-SVR      TO SVR-DET-SITUACAO.
004130     MOVE CLI-DOCUMENTO         TO SVR-DET-DOCUMENTO.
004140     MOVE CLI-TIPO-DOC          TO SVR-DET-TIPO-DOC.
004150     MOVE CLI-NOME              TO SVR-DET-NOME.
004160     MOVE CLI-MOEDA             TO SVR-DET-MOEDA.
004170     MOVE CLI-SALDO             TO SVR-DET-VALOR.
004180     MOVE CLI-DATA-ENCERRAMENTO TO SVR-DET-DATA-ENCERR.
004190     MOVE WRK-QTD-TIT           TO SVR-DET-QTD-COTIT.
004200     WRITE SVR-LINHA FROM SVR-DETALHE.
004210     ADD 1 TO WRK-QTD-DETALHES.
004220     ADD CLI-SALDO TO WRK-HASH-TOTAL.
004230     PERFORM 2350-GRAVAR-COTITULAR
004240             THRU 2350-GRAVAR-COTITULAR-EXIT
004250             VARYING WRK-IDX-TIT FROM 1 BY 1
004260             UNTIL WRK-IDX-TIT > WRK-QTD-TIT.
004270 2300-GRAVAR-DETALHE-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------*
004310* 2350-GRAVAR-COTITULAR - LINHA "C" DE UM COTITULAR        *
004320*----------------------------------------------------------*
004330 2350-GRAVAR-COTITULAR.
004340     MOVE CLI-ID                           TO SVR-COT-CLI-ID.
004350     MOVE TAB-TIT-SEQ (WRK-IDX-TIT)        TO SVR-COT-SEQ.
004360     MOVE TAB-TIT-NOME (WRK-IDX-TIT)       TO SVR-COT-NOME.
004370     MOVE TAB-TIT-DOCUMENTO (WRK-IDX-TIT)  TO SVR-COT-DOCUMENTO.
004380     MOVE TAB-TIT-TIPO-DOC (WRK-IDX-TIT)   TO SVR-COT-TIPO-DOC.
004390     WRITE SVR-LINHA FROM SVR-COTITULAR.
004400     ADD 1 TO WRK-QTD-COTITULARES.
004410 2350-GRAVAR-COTITULAR-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------*
004450* 5000-ACHAR-AGENCIA - LOCALIZA (OU CRIA) A ENTRADA DA     *
004460*                    AGENCIA, NOS MOLDES DO CLIBACEN       *
004470*----------------------------------------------------------*
004480 5000-ACHAR-AGENCIA.
004490     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
004500     PERFORM 5100-CONFERIR-ENTRADA
004510             THRU 5100-CONFERIR-ENTRADA-EXIT
004520             VARYING WRK-IDX-AG FROM 1 BY 1
004530             UNTIL WRK-IDX-AG > WRK-QTD-AG.
004540     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
004550     IF WRK-IDX-AG = ZEROS
004560         IF WRK-QTD-AG >= WRK-MAX-AG
004570             DISPLAY "CLISVRRM: TABELA DE AGENCIAS CHEIA - "
004580                     "AGENCIA " WRK-AGENCIA-BUSCA
004590                     " FORA DO QUADRO (CONTA SEGUE NA REMESSA)"
004600             MOVE ZEROS TO WRK-IDX-AG
004610             GO TO 5000-ACHAR-AGENCIA-EXIT
004620         END-IF
004630         ADD 1 TO WRK-QTD-AG
004640         MOVE WRK-QTD-AG TO WRK-IDX-AG
004650         MOVE WRK-AGENCIA-BUSCA TO TAB-AG-CODIGO (WRK-IDX-AG)
004660         MOVE ZEROS TO TAB-AG-QTD-ENC (WRK-IDX-AG)
004670         MOVE ZEROS TO TAB-AG-VLR-ENC (WRK-IDX-AG)
004680         MOVE ZEROS TO TAB-AG-QTD-DOR (WRK-IDX-AG)
004690         MOVE ZEROS TO TAB-AG-VLR-DOR (WRK-IDX-AG)
004700     END-IF.
004710 5000-ACHAR-AGENCIA-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------*
004750* 5100-CONFERIR-ENTRADA - CONFERE UMA ENTRADA DA TABELA    *
004760*----------------------------------------------------------*
004770 5100-CONFERIR-ENTRADA.
004780     IF WRK-IDX-AG-ACHADO = ZEROS
004790             AND TAB-AG-CODIGO (WRK-IDX-AG)
004800             = WRK-AGENCIA-BUSCA
004810         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
004820     END-IF.
004830 5100-CONFERIR-ENTRADA-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------*
004870* 3000-IMPRIMIR-AGENCIAS - QUADRO DE CONTROLE POR AGENCIA  *
004880*----------------------------------------------------------*
004890 3000-IMPRIMIR-AGENCIAS.
004900     PERFORM 3100-IMPRIMIR-UMA-AGENCIA
004910             THRU 3100-IMPRIMIR-UMA-AGENCIA-EXIT
004920             VARYING WRK-IDX-AG FROM 1 BY 1
004930             UNTIL WRK-IDX-AG > WRK-QTD-AG.
004940 3000-IMPRIMIR-AGENCIAS-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------*
004980* 3100-IMPRIMIR-UMA-AGENCIA - LINHA DE UMA AGENCIA         *
004990*----------------------------------------------------------*
005000 3100-IMPRIMIR-UMA-AGENCIA.
005010     COMPUTE WRK-TOTAL-AGENCIA =
005020             TAB-AG-VLR-ENC (WRK-IDX-AG)
005030             + TAB-AG-VLR-DOR (WRK-IDX-AG).
005040     MOVE TAB-AG-CODIGO (WRK-IDX-AG)  TO REL-AG-CODIGO.
005050     MOVE TAB-AG-QTD-ENC (WRK-IDX-AG) TO REL-AG-QTD-ENC.
005060     MOVE TAB-AG-VLR-ENC (WRK-IDX-AG) TO REL-AG-VLR-ENC.
005070     MOVE TAB-AG-QTD-DOR (WRK-IDX-AG) TO REL-AG-QTD-DOR.
005080     MOVE TAB-AG-VLR-DOR (WRK-IDX-AG) TO REL-AG-VLR-DOR.
005090     MOVE WRK-TOTAL-AGENCIA           TO REL-AG-TOTAL.
005100     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
005110             AFTER ADVANCING 1 LINE.
005120 3100-IMPRIMIR-UMA-AGENCIA-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160* 9000-FINALIZAR - TRAILER, TOTAIS, CONTROLE DO MES E      *
005170*                    FECHAMENTO                            *
005180*----------------------------------------------------------*
005190 9000-FINALIZAR.
005200     MOVE WRK-QTD-DETALHES    TO SVR-TRL-QTD-DET.
005210     MOVE WRK-QTD-COTITULARES TO SVR-TRL-QTD-COT.
005220     MOVE WRK-HASH-TOTAL      TO SVR-TRL-TOTAL.
005230     WRITE SVR-LINHA FROM SVR-TRAILER.
005240     MOVE "CONTAS ENCERRADAS COM SALDO  " TO REL-ROD-ROTULO.
005250     MOVE WRK-CONT-ENCERRADAS TO REL-ROD-VALOR.
005260     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
005270     MOVE "CONTAS DORMENTES              " TO REL-ROD-ROTULO.
005280     MOVE WRK-CONT-DORMENTES TO REL-ROD-VALOR.
005290     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005300     MOVE "COTITULARES INFORMADOS        " TO REL-ROD-ROTULO.
005310     MOVE WRK-QTD-COTITULARES TO REL-ROD-VALOR.
005320     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005330     MOVE "DEVEDORAS FORA DO ARQUIVO     " TO REL-ROD-ROTULO.
005340     MOVE WRK-CONT-DEVEDORAS TO REL-ROD-VALOR.
005350     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005360     MOVE "VALOR TOTAL DA REMESSA        " TO REL-ROV-ROTULO.
005370     MOVE WRK-HASH-TOTAL TO REL-ROV-VALOR.
005380     WRITE REL-LINHA FROM REL-RODAPE-VALOR
005390             AFTER ADVANCING 1 LINE.
005400     CLOSE CLIENTES-MASTER TITULARES REMESSA-SVR RELATORIO.
005410     OPEN OUTPUT CONTROLE-SVR.
005420     MOVE WRK-AAAAMM-REF TO SVRCT-ULTIMO-AAAAMM.
005430     WRITE SVRCT-REGISTRO.
005440     CLOSE CONTROLE-SVR.
005450 9000-FINALIZAR-EXIT.
005460     EXIT.
005470
005480 9999-EXIT.
005490     STOP RUN.
