000290*                    PARM: AAAAMMDDAAAAMMDD; EM BRANCO, O  *
000300*                    MES DA DATA DO SISTEMA. RC 4 = HOUVE  *
000310*                    DOCUMENTO SINALIZADO.                 *
000320* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000330*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000340*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000350* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000360*                    BYTES COM OS CICLOS DE                *
000370*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000380*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000390* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000400*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000410*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000420*----------------------------------------------------------*
000430 ENVIRONMENT             DIVISION.
000440 CONFIGURATION           SECTION.
000450 SPECIAL-NAMES.
000460     DECIMAL-POINT IS COMMA.
000470
000480 INPUT-OUTPUT            SECTION.
000490 FILE-CONTROL.
000500     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CLI-ID
000540         FILE STATUS IS FS-CLIENTES-MASTER.
000550     SELECT TITULARES ASSIGN TO "CLITITU"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS TIT-CHAVE
000590         FILE STATUS IS FS-TITULARES.
000600     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-AUDITORIA.
000630     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FS-PARAMETROS.
000660*----------------------------------------------------------*
000670* EXTRATO FIXO PARA O SISTEMA DE COMPLIANCE                *
000680*----------------------------------------------------------*
000690     SELECT EXTRATO-COMPL ASSIGN TO "CLICPLX"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-EXTRATO-COMPL.
000720     SELECT RELATORIO ASSIGN TO "RELCPL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-RELATORIO.
000750
000760 DATA                    DIVISION.
000770 FILE                    SECTION.
000780 FD  CLIENTES-MASTER
000790     LABEL RECORD IS STANDARD.
000800     COPY CLIREG.
000810
000820 FD  TITULARES
000830     LABEL RECORD IS STANDARD.
000840     COPY CLITITRG.
000850
000860 FD  AUDITORIA
000870     LABEL RECORD IS STANDARD.
000880 01  AUD-LINHA                PICTURE X(100).
000890
000900 FD  PARAMETROS
000910     LABEL RECORD IS STANDARD.
000920 01  PARM-REGISTRO.
000930     05  FILLER              PICTURE X(42).
000940     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
000950     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
000960     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
000970     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
000980     05  PARM-DIAS-CARTA     PICTURE 9(02).
000990     05  PARM-PCT-INDICE     PICTURE 9(03).
001000     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001010     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001020     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001030     05  PARM-IOF-DIARIO     PICTURE V9(06).
001040     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001050     05  PARM-CICLO-ALTO     PICTURE 9(02).
001060     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001070     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001080     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001090     05  PARM-TETO-FGC       PICTURE 9(10).
001100
001110 FD  EXTRATO-COMPL
001120     LABEL RECORD IS STANDARD.
001130 01  CPL-LINHA                PICTURE X(80).
001140
001150 FD  RELATORIO
001160     LABEL RECORD IS STANDARD.
001170 01  REL-LINHA               PICTURE X(132).
001180
001190 WORKING-STORAGE         SECTION.
001200 01  WRK-FLAGS.
001210     05  WRK-FIM-AUDIT   PICTURE X(01)      VALUE "N".
001220         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001230     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001240         88  FIM-TITULARES                  VALUE "S".
001250 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001260 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001270 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001280 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001290 01  FS-EXTRATO-COMPL    PICTURE X(02)      VALUE "00".
001300 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001310 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001320 77  WRK-DATA-INICIAL    PICTURE 9(08)      VALUE ZEROS.
001330 77  WRK-DATA-FINAL      PICTURE 9(08)      VALUE ZEROS.
001340 77  WRK-LIM-AVULSO      PICTURE 9(10)      COMP VALUE ZEROS.
001350 77  WRK-LIM-MES         PICTURE 9(10)      COMP VALUE ZEROS.
001360 77  WRK-VALOR-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
001370 77  WRK-VALOR-ABS       PICTURE 9(10)V99   COMP VALUE ZEROS.
001380 77  WRK-DOC-LANC        PICTURE 9(14)      VALUE ZEROS.
001390 77  WRK-IDX-DOC         PICTURE 9(04)      COMP VALUE ZEROS.
001400 77  WRK-IDX-DOC-ACHADO  PICTURE 9(04)      COMP VALUE ZEROS.
001410 77  WRK-QTD-DOCS        PICTURE 9(04)      COMP VALUE ZEROS.
001420 77  WRK-MAX-DOCS        PICTURE 9(04)      COMP VALUE 1000.
001430 77  WRK-CONT-SINALIZADOS PICTURE 9(04)     COMP VALUE ZEROS.
001440 77  WRK-CPL-QTD         PICTURE 9(06)      COMP VALUE ZEROS.
001450 77  WRK-CPL-HASH        PICTURE S9(14)V99  COMP VALUE ZEROS.
001460
001470*----------------------------------------------------------*
001480* ACUMULO POR DOCUMENTO NO PERIODO                         *
001490*----------------------------------------------------------*
001500 01  TAB-DOCUMENTOS.
001510     05  TAB-DOC-ENTRADA         OCCURS 1000 TIMES.
001520         10  TAB-DOC-NUMERO       PICTURE 9(14).
001530         10  TAB-DOC-QTD          PICTURE 9(06)     COMP.
001540         10  TAB-DOC-TOTAL        PICTURE S9(13)V99 COMP.
001550         10  TAB-DOC-MAIOR        PICTURE 9(10)V99  COMP.
001560         10  TAB-DOC-FLAG-AVULSO  PICTURE X(01).
001570
001580*----------------------------------------------------------*
001590* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
001600*----------------------------------------------------------*
001610     COPY CLIAUDRG.
001620
001630*----------------------------------------------------------*
001640* LINHAS DO EXTRATO FIXO CLICPLX (H/D/T, NOS MOLDES DO     *
001650* CLIEXTR)                                                 *
001660*----------------------------------------------------------*
001670 01  CPL-CABECALHO.
001680     05  CPL-CAB-TIPO        PICTURE X(01) VALUE "H".
001690     05  CPL-CAB-DATA-INI    PICTURE 9(08).
001700     05  CPL-CAB-DATA-FIM    PICTURE 9(08).
001710     05  FILLER              PICTURE X(63) VALUE SPACES.
001720 01  CPL-DETALHE.
001730     05  CPL-DET-TIPO        PICTURE X(01) VALUE "D".
001740     05  CPL-DET-DOCUMENTO   PICTURE 9(14).
001750     05  CPL-DET-QTD         PICTURE 9(06).
001760     05  CPL-DET-TOTAL       PICTURE S9(13)V99.
001770     05  CPL-DET-MAIOR       PICTURE 9(10)V99.
001780     05  CPL-DET-MOTIVO      PICTURE X(01).
001790     05  FILLER              PICTURE X(31) VALUE SPACES.
001800 01  CPL-TRAILER.
001810     05  CPL-TRL-TIPO        PICTURE X(01) VALUE "T".
001820     05  CPL-TRL-QTD         PICTURE 9(06).
001830     05  CPL-TRL-HASH        PICTURE S9(14)V99.
001840     05  FILLER              PICTURE X(57) VALUE SPACES.
001850
001860 01  REL-CABECALHO.
001870     05  FILLER              PICTURE X(50)
001880       VALUE "MOVIMENTACAO RELEVANTE P/ COMPLIANCE (CLICOMPL)".
001890     05  FILLER              PICTURE X(82) VALUE SPACES.
001900 01  REL-DETALHE.
001910     05  FILLER              PICTURE X(04) VALUE "DOC ".
001920     05  REL-DET-DOCUMENTO   PICTURE 9(14).
001930     05  FILLER              PICTURE X(06) VALUE "  QTD ".
001940     05  REL-DET-QTD         PICTURE Z.ZZZ.ZZ9.
001950     05  FILLER              PICTURE X(09) VALUE "  TOTAL  ".
001960     05  REL-DET-TOTAL       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001970     05  FILLER              PICTURE X(09) VALUE "  MAIOR  ".
001980     05  REL-DET-MAIOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001990     05  FILLER              PICTURE X(02) VALUE SPACES.
002000     05  REL-DET-MOTIVO      PICTURE X(20).
002010     05  FILLER              PICTURE X(14) VALUE SPACES.
002020 01  REL-RODAPE.
002030     05  REL-ROD-ROTULO      PICTURE X(30).
002040     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002050     05  FILLER              PICTURE X(84) VALUE SPACES.
002060
002070 LINKAGE                 SECTION.
002080 01  LK-PARM-PERIODO.
002090     05  LK-PARM-DATA-INI    PICTURE X(08).
002100     05  LK-PARM-DATA-FIM    PICTURE X(08).
002110
002120 PROCEDURE               DIVISION USING LK-PARM-PERIODO.
002130*----------------------------------------------------------*
002140* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002150*----------------------------------------------------------*
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002180     PERFORM 2000-TRATAR-LINHA     THRU 2000-TRATAR-LINHA-EXIT
002190             UNTIL FIM-ARQUIVO-AUDITORIA.
002200     PERFORM 8000-SINALIZAR        THRU 8000-SINALIZAR-EXIT.
002210     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002220     GO TO 9999-EXIT.
002230
002240*----------------------------------------------------------*
002250* 1000-INICIALIZAR - PERIODO, LIMIARES E ABERTURAS         *
002260*----------------------------------------------------------*
002270 1000-INICIALIZAR.
002280     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
002290     IF LK-PARM-DATA-INI IS NUMERIC
002300             AND LK-PARM-DATA-FIM IS NUMERIC
002310             AND LK-PARM-DATA-INI NOT = "00000000"
002320         MOVE LK-PARM-DATA-INI TO WRK-DATA-INICIAL
002330         MOVE LK-PARM-DATA-FIM TO WRK-DATA-FINAL
002340     ELSE
002350         COMPUTE WRK-DATA-INICIAL =
002360                 (WRK-DATA-SISTEMA / 100) * 100 + 1
002370         COMPUTE WRK-DATA-FINAL =
002380                 (WRK-DATA-SISTEMA / 100) * 100 + 31
002390     END-IF.
002400     OPEN INPUT PARAMETROS.
002410     IF FS-PARAMETROS = "00"
002420         READ PARAMETROS
002430             AT END
002440                 CONTINUE
002450             NOT AT END
002460                 MOVE PARM-LIM-MOV-AVULSO TO WRK-LIM-AVULSO
002470                 MOVE PARM-LIM-MOV-MES    TO WRK-LIM-MES
002480         END-READ
002490         CLOSE PARAMETROS
002500     END-IF.
002510     IF WRK-LIM-AVULSO = ZEROS AND WRK-LIM-MES = ZEROS
002520         DISPLAY "CLICOMPL: LIMIARES ZERADOS NO CLIPARM - "
002530                 "NADA A SINALIZAR"
002540         GO TO 9999-EXIT
002550     END-IF.
002560     OPEN INPUT AUDITORIA.
002570     IF FS-AUDITORIA NOT = "00"
002580         DISPLAY "CLICOMPL: ERRO AO ABRIR CLIAUDIT - STATUS "
002590                 FS-AUDITORIA
002600         MOVE 16 TO RETURN-CODE
002610         GO TO 9999-EXIT
002620     END-IF.
002630     OPEN INPUT CLIENTES-MASTER.
002640     IF FS-CLIENTES-MASTER NOT = "00"
002650         DISPLAY "CLICOMPL: ERRO AO ABRIR CLIMSTR - STATUS "
002660                 FS-CLIENTES-MASTER
002670         CLOSE AUDITORIA
002680         MOVE 16 TO RETURN-CODE
002690         GO TO 9999-EXIT
002700     END-IF.
002710     OPEN INPUT TITULARES.
002720     IF FS-TITULARES NOT = "00"
002730         DISPLAY "CLICOMPL: CLITITU INDISPONIVEL - STATUS "
002740                 FS-TITULARES " - SO O TITULAR PRINCIPAL CONTA"
002750     END-IF.
002760     OPEN OUTPUT EXTRATO-COMPL.
002770     OPEN OUTPUT RELATORIO.
002780     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002790     MOVE WRK-DATA-INICIAL TO CPL-CAB-DATA-INI.
002800     MOVE WRK-DATA-FINAL   TO CPL-CAB-DATA-FIM.
002810     WRITE CPL-LINHA FROM CPL-CABECALHO.
002820 1000-INICIALIZAR-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------*
002860* 2000-TRATAR-LINHA - SOMA UMA LINHA "M" DO PERIODO NO     *
002870*                 DOCUMENTO DO TITULAR PRINCIPAL E DE CADA *
002880*                 TITULAR ADICIONAL DA CONTA               *
002890*----------------------------------------------------------*
002900 2000-TRATAR-LINHA.
002910     READ AUDITORIA
002920         AT END
002930             SET FIM-ARQUIVO-AUDITORIA TO TRUE
002940             GO TO 2000-TRATAR-LINHA-EXIT
002950     END-READ.
002960     MOVE AUD-LINHA TO AUD-REGISTRO.
002970     IF AUD-ORIGEM NOT = "M"
002980             OR AUD-DATA < WRK-DATA-INICIAL
002990             OR AUD-DATA > WRK-DATA-FINAL
003000         GO TO 2000-TRATAR-LINHA-EXIT
003010     END-IF.
003020     MOVE AUD-JUROS-DIA TO WRK-VALOR-NUM.
003030     IF WRK-VALOR-NUM < ZERO
003040         COMPUTE WRK-VALOR-ABS = ZERO - WRK-VALOR-NUM
003050     ELSE
003060         MOVE WRK-VALOR-NUM TO WRK-VALOR-ABS
003070     END-IF.
003080     MOVE AUD-CLIENTE-ID TO CLI-ID.
003090     READ CLIENTES-MASTER
003100         INVALID KEY
003110             GO TO 2000-TRATAR-LINHA-EXIT
003120     END-READ.
003130     MOVE CLI-DOCUMENTO TO WRK-DOC-LANC.
003140     PERFORM 2500-ACUMULAR-DOCUMENTO
003150             THRU 2500-ACUMULAR-DOCUMENTO-EXIT.
003160     IF FS-TITULARES = "00"
003170         PERFORM 2300-ACUMULAR-TITULARES
003180                 THRU 2300-ACUMULAR-TITULARES-EXIT
003190     END-IF.
003200 2000-TRATAR-LINHA-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------*
003240* 2300-ACUMULAR-TITULARES - O MESMO MOVIMENTO CONTA PARA O *
003250*                 DOCUMENTO DE CADA TITULAR ADICIONAL DA   *
003260*                 CONTA CONJUNTA                           *
003270*----------------------------------------------------------*
003280 2300-ACUMULAR-TITULARES.
003290     MOVE "N" TO WRK-FIM-TIT.
003300     MOVE CLI-ID TO TIT-CLI-ID.
003310     MOVE ZEROS  TO TIT-SEQ.
003320     START TITULARES KEY IS GREATER THAN TIT-CHAVE
003330         INVALID KEY
003340             SET FIM-TITULARES TO TRUE
003350     END-START.
003360     PERFORM 2350-ACUMULAR-UM-TITULAR
003370             THRU 2350-ACUMULAR-UM-TITULAR-EXIT
003380             UNTIL FIM-TITULARES.
003390 2300-ACUMULAR-TITULARES-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------*
003430* 2350-ACUMULAR-UM-TITULAR - SOMA O MOVIMENTO NO DOCUMENTO *
003440*                 DE UM TITULAR ADICIONAL                  *
003450*----------------------------------------------------------*
003460 2350-ACUMULAR-UM-TITULAR.
003470     READ TITULARES NEXT RECORD
003480         AT END
003490             SET FIM-TITULARES TO TRUE
003500             GO TO 2350-ACUMULAR-UM-TITULAR-EXIT
003510     END-READ.
003520     IF TIT-CLI-ID NOT = CLI-ID
003530         SET FIM-TITULARES TO TRUE
003540         GO TO 2350-ACUMULAR-UM-TITULAR-EXIT
003550     END-IF.
003560     MOVE TIT-DOCUMENTO TO WRK-DOC-LANC.
003570     PERFORM 2500-ACUMULAR-DOCUMENTO
003580             THRU 2500-ACUMULAR-DOCUMENTO-EXIT.
003590 2350-ACUMULAR-UM-TITULAR-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630* 2500-ACUMULAR-DOCUMENTO - SOMA O MOVIMENTO CORRENTE NA   *
003640*                 ENTRADA DO DOCUMENTO EM WRK-DOC-LANC     *
003650*----------------------------------------------------------*
003660 2500-ACUMULAR-DOCUMENTO.
003670     IF WRK-DOC-LANC = ZEROS
003680         GO TO 2500-ACUMULAR-DOCUMENTO-EXIT
003690     END-IF.
003700     MOVE ZEROS TO WRK-IDX-DOC-ACHADO.
003710     PERFORM 2550-CONFERIR-DOCUMENTO
003720             THRU 2550-CONFERIR-DOCUMENTO-EXIT
003730             VARYING WRK-IDX-DOC FROM 1 BY 1
003740             UNTIL WRK-IDX-DOC > WRK-QTD-DOCS.
003750     IF WRK-IDX-DOC-ACHADO = ZEROS
003760         IF WRK-QTD-DOCS >= WRK-MAX-DOCS
003770             DISPLAY "CLICOMPL: TABELA DE DOCUMENTOS CHEIA - "
003780                     "DOCUMENTO " WRK-DOC-LANC " NAO APURADO"
003790             GO TO 2500-ACUMULAR-DOCUMENTO-EXIT
003800         END-IF
003810         ADD 1 TO WRK-QTD-DOCS
003820         MOVE WRK-QTD-DOCS TO WRK-IDX-DOC-ACHADO
003830         MOVE WRK-DOC-LANC
003840                 TO TAB-DOC-NUMERO (WRK-IDX-DOC-ACHADO)
003850         MOVE ZEROS TO TAB-DOC-QTD (WRK-IDX-DOC-ACHADO)
003860         MOVE ZEROS TO TAB-DOC-TOTAL (WRK-IDX-DOC-ACHADO)
003870         MOVE ZEROS TO TAB-DOC-MAIOR (WRK-IDX-DOC-ACHADO)
003880         MOVE "N" TO TAB-DOC-FLAG-AVULSO (WRK-IDX-DOC-ACHADO)
003890     END-IF.
003900     ADD 1 TO TAB-DOC-QTD (WRK-IDX-DOC-ACHADO).
003910     ADD WRK-VALOR-ABS TO TAB-DOC-TOTAL (WRK-IDX-DOC-ACHADO).
003920     IF WRK-VALOR-ABS > TAB-DOC-MAIOR (WRK-IDX-DOC-ACHADO)
003930         MOVE WRK-VALOR-ABS
003940                 TO TAB-DOC-MAIOR (WRK-IDX-DOC-ACHADO)
003950     END-IF.
003960     IF WRK-LIM-AVULSO > ZEROS
003970             AND WRK-VALOR-ABS > WRK-LIM-AVULSO
003980         MOVE "S" TO TAB-DOC-FLAG-AVULSO (WRK-IDX-DOC-ACHADO)
003990     END-IF.
004000 2500-ACUMULAR-DOCUMENTO-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------*
004040* 2550-CONFERIR-DOCUMENTO - CONFERE UMA ENTRADA DA TABELA  *
004050*----------------------------------------------------------*
004060 2550-CONFERIR-DOCUMENTO.
004070     IF WRK-IDX-DOC-ACHADO = ZEROS
004080             AND TAB-DOC-NUMERO (WRK-IDX-DOC)
004090             = WRK-DOC-LANC
004100         MOVE WRK-IDX-DOC TO WRK-IDX-DOC-ACHADO
004110     END-IF.
004120 2550-CONFERIR-DOCUMENTO-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160* 8000-SINALIZAR - EMITE OS DOCUMENTOS ACIMA DOS LIMIARES  *
004170*                 NO RELATORIO E NO EXTRATO FIXO           *
004180*----------------------------------------------------------*
004190 8000-SINALIZAR.
004200     PERFORM 8100-AVALIAR-DOCUMENTO
004210             THRU 8100-AVALIAR-DOCUMENTO-EXIT
004220             VARYING WRK-IDX-DOC FROM 1 BY 1
004230             UNTIL WRK-IDX-DOC > WRK-QTD-DOCS.
004240 8000-SINALIZAR-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------*
004280* 8100-AVALIAR-DOCUMENTO - SINALIZA UM DOCUMENTO ACIMA DE  *
004290*                 QUALQUER DOS LIMIARES                    *
004300*----------------------------------------------------------*
004310 8100-AVALIAR-DOCUMENTO.
004320     MOVE SPACES TO REL-DET-MOTIVO.
004330     MOVE SPACES TO CPL-DET-MOTIVO.
004340     IF TAB-DOC-FLAG-AVULSO (WRK-IDX-DOC) = "S"
004350         MOVE "MOVIMENTO AVULSO" TO REL-DET-MOTIVO
004360         MOVE "A" TO CPL-DET-MOTIVO
004370     END-IF.
004380     IF WRK-LIM-MES > ZEROS
004390             AND TAB-DOC-TOTAL (WRK-IDX-DOC) > WRK-LIM-MES
004400         IF CPL-DET-MOTIVO = "A"
004410             MOVE "AVULSO E ACUMULO" TO REL-DET-MOTIVO
004420             MOVE "X" TO CPL-DET-MOTIVO
004430         ELSE
004440             MOVE "ACUMULO NO PERIODO" TO REL-DET-MOTIVO
004450             MOVE "M" TO CPL-DET-MOTIVO
004460         END-IF
004470     END-IF.
004480     IF CPL-DET-MOTIVO = SPACES
004490         GO TO 8100-AVALIAR-DOCUMENTO-EXIT
004500     END-IF.
004510     MOVE TAB-DOC-NUMERO (WRK-IDX-DOC) TO REL-DET-DOCUMENTO.
004520     MOVE TAB-DOC-QTD (WRK-IDX-DOC)    TO REL-DET-QTD.
004530     MOVE TAB-DOC-TOTAL (WRK-IDX-DOC)  TO REL-DET-TOTAL.
004540     MOVE TAB-DOC-MAIOR (WRK-IDX-DOC)  TO REL-DET-MAIOR.
004550     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
004560     MOVE TAB-DOC-NUMERO (WRK-IDX-DOC) TO CPL-DET-DOCUMENTO.
004570     MOVE TAB-DOC-QTD (WRK-IDX-DOC)    TO CPL-DET-QTD.
004580     MOVE TAB-DOC-TOTAL (WRK-IDX-DOC)  TO CPL-DET-TOTAL.
004590     MOVE TAB-DOC-MAIOR (WRK-IDX-DOC)  TO CPL-DET-MAIOR.
004600     WRITE CPL-LINHA FROM CPL-DETALHE.
004610     ADD 1 TO WRK-CPL-QTD.
004620     ADD TAB-DOC-TOTAL (WRK-IDX-DOC) TO WRK-CPL-HASH.
004630     ADD 1 TO WRK-CONT-SINALIZADOS.
004640 8100-AVALIAR-DOCUMENTO-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------*
004680* 9000-FINALIZAR - TRAILER, TOTAIS E CODIGO DE RETORNO     *
004690*----------------------------------------------------------*
004700 9000-FINALIZAR.
004710     MOVE WRK-CPL-QTD  TO CPL-TRL-QTD.
004720     MOVE WRK-CPL-HASH TO CPL-TRL-HASH.
004730     WRITE CPL-LINHA FROM CPL-TRAILER.
004740     MOVE "DOCUMENTOS APURADOS           " TO REL-ROD-ROTULO.
004750     MOVE WRK-QTD-DOCS TO REL-ROD-VALOR.
004760     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
004770     MOVE "DOCUMENTOS SINALIZADOS        " TO REL-ROD-ROTULO.
004780     MOVE WRK-CONT-SINALIZADOS TO REL-ROD-VALOR.
004790     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004800     CLOSE AUDITORIA CLIENTES-MASTER EXTRATO-COMPL RELATORIO.
004810     IF FS-TITULARES = "00"
004820         CLOSE TITULARES
004830     END-IF.
004840     IF WRK-CONT-SINALIZADOS > ZEROS
004850         MOVE 4 TO RETURN-CODE
004860     END-IF.
004870 9000-FINALIZAR-EXIT.
004880     EXIT.
004890
004900 9999-EXIT.
004910     STOP RUN.
