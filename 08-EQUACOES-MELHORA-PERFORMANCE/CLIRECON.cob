000410*                    DA CASA CONVERTIDO PARA BRL (MESTRE X *
000420*                    CONTABILIDADE); TAXA COM DATA VELHA   *
000430*                    GANHA AVISO NO RELATORIO.             *
000440* 2026-10-15 EBC     TROCA DE AGENCIA: O SALDO DOS CLIENTES*
000450*                    TRANSFERIDOS NO DIA (CLITRMV, GRAVADO *
000460*                    PELO CLIAGTRF) E TIRADO DO TOTAL      *
000470*                    CONTABIL DA AGENCIA DE ORIGEM E POSTO *
000480*                    NO DA AGENCIA DE DESTINO ANTES DA     *
000490*                    CONFERENCIA, COM UMA LINHA DE AJUSTE  *
000500*                    POR CLIENTE NO RELATORIO. A           *
000510*                    CONTABILIDADE SO REFLETE A TROCA NO   *
000520*                    GLINTF DO DIA SEGUINTE.               *
000530* 2026-10-15 EBC     GRAVA NO CLISTAT A LINHA "CLIRECON"   *
000540*                    DA DATA DO LOTE (CTRL-ULTIMA-DATA DO  *
000550*                    CLICTRL, LIDO SO PARA ISSO; SEM ELE,  *
000560*                    A DATA DO SISTEMA), "CONFERE" OU      *
000570*                    "DIVERGENTE", PARA A CERTIFICACAO DO  *
000580*                    FECHAMENTO DO DIA (CLIFECHA).         *
000590*----------------------------------------------------------*
000600 ENVIRONMENT             DIVISION.
000610 CONFIGURATION           SECTION.
000620 SPECIAL-NAMES.
000630     DECIMAL-POINT IS COMMA.
000640
000650 INPUT-OUTPUT            SECTION.
000660 FILE-CONTROL.
000670     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS CLI-ID
000710         FILE STATUS IS FS-CLIENTES-MASTER.
000720     SELECT GLINTF ASSIGN TO "GLINTF"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FS-GLINTF.
000750     SELECT RELCONC ASSIGN TO "RELCONC"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-RELCONC.
000780     SELECT CAMBIO ASSIGN TO "CLIFXRT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-CAMBIO.
000810*----------------------------------------------------------*
000820* SALDOS MOVIDOS ENTRE AGENCIAS PELO CLIAGTRF (OPCIONAL)   *
000830*----------------------------------------------------------*
000840     SELECT SALDOS-MOVIDOS ASSIGN TO "CLITRMV"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS FS-SALDOS-MOVIDOS.
000870*----------------------------------------------------------*
000880* REGISTRO DE CONTROLE (SO LEITURA) - DATA DO LOTE, PARA A *
000890* LINHA DE STATUS DA CONCILIACAO NO CLISTAT                *
000900*----------------------------------------------------------*
000910     SELECT CONTROLE ASSIGN TO "CLICTRL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FS-CONTROLE.
000940     SELECT NOTIFICACAO ASSIGN TO "CLISTAT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FS-NOTIFICACAO.
000970
000980 DATA                    DIVISION.
000990 FILE                    SECTION.
001000 FD  CLIENTES-MASTER
001010     LABEL RECORD IS STANDARD.
001020     COPY CLIREG.
001030
001040 FD  GLINTF
001050     LABEL RECORD IS STANDARD.
001060 01  GL-REGISTRO.
001070     05  GL-AGENCIA           PICTURE 9(04).
001080     05  GL-TOTAL-BRL         PICTURE S9(12).
001090     05  GL-TOTAL-USD         PICTURE S9(12).
001100     05  GL-TOTAL-EUR         PICTURE S9(12).
001110
001120 FD  RELCONC
001130     LABEL RECORD IS STANDARD.
001140 01  CONC-LINHA               PICTURE X(132).
001150
001160 FD  CAMBIO
001170     LABEL RECORD IS STANDARD.
001180 01  FX-REGISTRO.
001190     05  FX-DATA               PICTURE 9(08).
001200     05  FILLER                PICTURE X(01).
001210     05  FX-TAXA-USD           PICTURE 9(04)V9(04).
001220     05  FILLER                PICTURE X(01).
001230     05  FX-TAXA-EUR           PICTURE 9(04)V9(04).
001240
001250 FD  SALDOS-MOVIDOS
001260     LABEL RECORD IS STANDARD.
001270     COPY CLITRMRG.
001280
001290 FD  CONTROLE
001300     LABEL RECORD IS STANDARD.
001310 01  CTRL-REGISTRO.
001320     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001330     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001340     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001350
001360 FD  NOTIFICACAO
001370     LABEL RECORD IS STANDARD.
001380 01  STAT-LINHA               PICTURE X(80).
001390
001400 WORKING-STORAGE         SECTION.
001410 01  WRK-FLAGS.
001420     05  WRK-FIM-ARQUIVO     PICTURE X(01)      VALUE "N".
001430         88  FIM-ARQUIVO-CLIENTES                VALUE "S".
001440     05  WRK-FIM-GLINTF      PICTURE X(01)      VALUE "N".
001450         88  FIM-ARQUIVO-GLINTF                  VALUE "S".
001460     05  WRK-FIM-TRMV        PICTURE X(01)      VALUE "N".
001470         88  FIM-ARQUIVO-TRMV                    VALUE "S".
001480 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
001490 01  FS-GLINTF               PICTURE X(02)      VALUE "00".
001500 01  FS-RELCONC              PICTURE X(02)      VALUE "00".
001510 01  FS-CAMBIO               PICTURE X(02)      VALUE "00".
001520 01  FS-SALDOS-MOVIDOS       PICTURE X(02)      VALUE "00".
001530 01  FS-CONTROLE             PICTURE X(02)      VALUE "00".
001540 01  FS-NOTIFICACAO          PICTURE X(02)      VALUE "00".
001550 77  WRK-CONT-TRANSF         PICTURE 9(06)      COMP VALUE ZEROS.
001560 77  WRK-IDX-AG              PICTURE 9(02)      COMP VALUE ZEROS.
001570 77  WRK-QTD-AG              PICTURE 9(02)      COMP VALUE ZEROS.
001580 77  WRK-MAX-AG              PICTURE 9(02)      COMP VALUE 20.
001590 77  WRK-AGENCIA-BUSCA       PICTURE 9(04)      VALUE ZEROS.
001600 77  WRK-CONC-CLIENTES       PICTURE S9(12)     COMP VALUE ZEROS.
001610 77  WRK-CONC-GL             PICTURE S9(12)     COMP VALUE ZEROS.
001620 77  WRK-CONC-VARIANCIA      PICTURE S9(12)     COMP VALUE ZEROS.
001630 77  WRK-CONC-MOEDA          PICTURE X(03)      VALUE SPACES.
001640 77  WRK-CONT-FORA           PICTURE 9(04)      COMP VALUE ZEROS.
001650 77  WRK-DATA-SISTEMA        PICTURE 9(08)      VALUE ZEROS.
001660 77  WRK-DATA-CAMBIO         PICTURE 9(08)      VALUE ZEROS.
001670 77  WRK-DATA-LOTE           PICTURE 9(08)      VALUE ZEROS.
001680 77  WRK-TAXA-USD            PICTURE 9(04)V9(04) COMP VALUE ZEROS.
001690 77  WRK-TAXA-EUR            PICTURE 9(04)V9(04) COMP VALUE ZEROS.
001700 77  WRK-CONSOL-CLIENTES     PICTURE S9(14)     COMP VALUE ZEROS.
001710 77  WRK-CONSOL-GL           PICTURE S9(14)     COMP VALUE ZEROS.
001720 77  WRK-CASA-CLI-BRL        PICTURE S9(14)     COMP VALUE ZEROS.
001730 77  WRK-CASA-CLI-USD        PICTURE S9(14)     COMP VALUE ZEROS.
001740 77  WRK-CASA-CLI-EUR        PICTURE S9(14)     COMP VALUE ZEROS.
001750 77  WRK-CASA-GL-BRL         PICTURE S9(14)     COMP VALUE ZEROS.
001760 77  WRK-CASA-GL-USD         PICTURE S9(14)     COMP VALUE ZEROS.
001770 77  WRK-CASA-GL-EUR         PICTURE S9(14)     COMP VALUE ZEROS.
001780 77  WRK-IDX-AG-ACHADO       PICTURE 9(02)      COMP VALUE ZEROS.
001790 77  WRK-TOLERANCIA          PICTURE S9(10)     COMP
001800         VALUE 000000100.
001810
001820*----------------------------------------------------------*
001830* TOTAIS POR AGENCIA: DO MESTRE (CLI) E DO RAZAO (GL), POR *
001840* MOEDA. A AGENCIA ZERO NAO EXISTE; ENTRADA E CRIADA AO    *
001850* PRIMEIRO USO, VINDA DO GLINTF OU DO MESTRE.              *
001860*----------------------------------------------------------*
001870 01  TAB-RECONCILIACAO.
001880     05  TAB-REC-ENTRADA         OCCURS 20 TIMES.
001890         10  TAB-REC-AGENCIA      PICTURE 9(04).
001900         10  TAB-REC-CLI-BRL      PICTURE S9(12) COMP.
001910         10  TAB-REC-CLI-USD      PICTURE S9(12) COMP.
001920         10  TAB-REC-CLI-EUR      PICTURE S9(12) COMP.
001930         10  TAB-REC-GL-BRL       PICTURE S9(12) COMP.
001940         10  TAB-REC-GL-USD       PICTURE S9(12) COMP.
001950         10  TAB-REC-GL-EUR       PICTURE S9(12) COMP.
001960
001970*----------------------------------------------------------*
001980* LINHA DE STATUS (LAYOUT CLISTREG)                        *
001990*----------------------------------------------------------*
002000     COPY CLISTREG.
002010
002020 01  CONC-LINHA-ED.
002030     05  CONC-ROTULO          PICTURE X(30).
002040     05  CONC-MOEDA           PICTURE X(03).
002050     05  CONC-VALOR           PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002060     05  FILLER               PICTURE X(79) VALUE SPACES.
002070 01  CONC-LINHA-TRANSF.
002080     05  FILLER               PICTURE X(23)
002090             VALUE "AJUSTE TROCA AGENCIA - ".
002100     05  CONC-TRF-CLIENTE     PICTURE 9(06).
002110     05  FILLER               PICTURE X(01) VALUE SPACES.
002120     05  CONC-TRF-ORIGEM      PICTURE 9(04).
002130     05  FILLER               PICTURE X(04) VALUE " -> ".
002140     05  CONC-TRF-DESTINO     PICTURE 9(04).
002150     05  FILLER               PICTURE X(01) VALUE SPACES.
002160     05  CONC-TRF-MOEDA       PICTURE X(03).
002170     05  FILLER               PICTURE X(01) VALUE SPACES.
002180     05  CONC-TRF-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002190     05  FILLER               PICTURE X(67) VALUE SPACES.
002200 01  CONC-LINHA-AGENCIA.
002210     05  FILLER               PICTURE X(23)
002220             VALUE "CONCILIACAO DA AGENCIA ".
002230     05  CONC-AG-CODIGO       PICTURE 9(04).
002240     05  FILLER               PICTURE X(105) VALUE SPACES.
002250
002260 PROCEDURE               DIVISION.
002270*----------------------------------------------------------*
002280* 0000-MAINLINE - CARREGA O GLINTF, SOMA O MESTRE POR      *
002290*                 AGENCIA E EMITE A CONCILIACAO            *
002300*----------------------------------------------------------*
002310 0000-MAINLINE.
002320     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002330     PERFORM 2000-SOMAR-CLIENTES   THRU 2000-SOMAR-CLIENTES-EXIT
002340             UNTIL FIM-ARQUIVO-CLIENTES.
002350     PERFORM 3000-CONFERIR-TOTAIS  THRU 3000-CONFERIR-TOTAIS-EXIT.
002360     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002370     PERFORM 8500-NOTIFICAR        THRU 8500-NOTIFICAR-EXIT.
002380     GO TO 9999-EXIT.
002390
002400*----------------------------------------------------------*
002410* 1000-INICIALIZAR - ABRE OS ARQUIVOS E CARREGA OS TOTAIS  *
002420*                    CONTABEIS POR AGENCIA                 *
002430*----------------------------------------------------------*
002440 1000-INICIALIZAR.
002450     OPEN INPUT CLIENTES-MASTER.
002460     IF FS-CLIENTES-MASTER NOT = "00"
002470         DISPLAY "CLIRECON: ERRO AO ABRIR CLIMSTR - STATUS "
002480                 FS-CLIENTES-MASTER
002490         MOVE 16 TO RETURN-CODE
002500         GO TO 9999-EXIT
002510     END-IF.
002520     OPEN INPUT GLINTF.
002530     IF FS-GLINTF NOT = "00"
002540         DISPLAY "CLIRECON: ERRO AO ABRIR GLINTF - STATUS "
002550                 FS-GLINTF
002560         CLOSE CLIENTES-MASTER
002570         MOVE 16 TO RETURN-CODE
002580         GO TO 9999-EXIT
002590     END-IF.
002600     PERFORM 1100-CARREGAR-GLINTF
002610             THRU 1100-CARREGAR-GLINTF-EXIT
002620             UNTIL FIM-ARQUIVO-GLINTF.
002630     CLOSE GLINTF.
002640     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
002650     PERFORM 1400-LER-DATA-LOTE THRU 1400-LER-DATA-LOTE-EXIT.
002660     PERFORM 1200-LER-CAMBIO THRU 1200-LER-CAMBIO-EXIT.
002670     OPEN OUTPUT RELCONC.
002680     PERFORM 1300-AJUSTAR-TRANSFERENCIAS
002690             THRU 1300-AJUSTAR-TRANSFERENCIAS-EXIT.
002700     PERFORM 2100-LER-PROXIMO-CLIENTE
002710             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
002720 1000-INICIALIZAR-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760* 1100-CARREGAR-GLINTF - LE UM REGISTRO DO GLINTF (UM POR  *
002770*                    AGENCIA) E GUARDA OS TOTAIS CONTABEIS *
002780*                    NA ENTRADA DA AGENCIA                 *
002790*----------------------------------------------------------*
002800 1100-CARREGAR-GLINTF.
002810     READ GLINTF
002820         AT END
002830             SET FIM-ARQUIVO-GLINTF TO TRUE
002840             GO TO 1100-CARREGAR-GLINTF-EXIT
002850     END-READ.
002860     MOVE GL-AGENCIA TO WRK-AGENCIA-BUSCA.
002870     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
002880     IF WRK-IDX-AG = ZEROS
002890         GO TO 1100-CARREGAR-GLINTF-EXIT
002900     END-IF.
002910     ADD GL-TOTAL-BRL TO TAB-REC-GL-BRL (WRK-IDX-AG).
002920     ADD GL-TOTAL-USD TO TAB-REC-GL-USD (WRK-IDX-AG).
002930     ADD GL-TOTAL-EUR TO TAB-REC-GL-EUR (WRK-IDX-AG).
002940 1100-CARREGAR-GLINTF-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
002980* 1200-LER-CAMBIO - LE AS TAXAS DE CAMBIO DO DIA (CLIFXRT) *
002990*                 PARA O FECHO CONSOLIDADO EM REAIS. SEM O *
003000*                 ARQUIVO, O FECHO SAI COMO INDISPONIVEL.  *
003010*----------------------------------------------------------*
003020 1200-LER-CAMBIO.
003030     OPEN INPUT CAMBIO.
003040     IF FS-CAMBIO NOT = "00"
003050         DISPLAY "CLIRECON: CLIFXRT NAO ENCONTRADO - FECHO EM "
003060                 "BRL INDISPONIVEL"
003070         GO TO 1200-LER-CAMBIO-EXIT
003080     END-IF.
003090     READ CAMBIO
003100         AT END
003110             CONTINUE
003120         NOT AT END
003130             MOVE FX-DATA     TO WRK-DATA-CAMBIO
003140             MOVE FX-TAXA-USD TO WRK-TAXA-USD
003150             MOVE FX-TAXA-EUR TO WRK-TAXA-EUR
003160     END-READ.
003170     CLOSE CAMBIO.
003180 1200-LER-CAMBIO-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220* 1300-AJUSTAR-TRANSFERENCIAS - LE O CLITRMV E MOVE, NO    *
003230*                 TOTAL CONTABIL, O SALDO DE CADA CLIENTE  *
003240*                 TRANSFERIDO HOJE DA AGENCIA DE ORIGEM    *
003250*                 PARA A DE DESTINO. SEM O ARQUIVO, NAO HA *
003260*                 AJUSTE.                                  *
003270*----------------------------------------------------------*
003280 1300-AJUSTAR-TRANSFERENCIAS.
003290     OPEN INPUT SALDOS-MOVIDOS.
003300     IF FS-SALDOS-MOVIDOS NOT = "00"
003310         GO TO 1300-AJUSTAR-TRANSFERENCIAS-EXIT
003320     END-IF.
003330     PERFORM 1310-AJUSTAR-UMA-TRANSF
003340             THRU 1310-AJUSTAR-UMA-TRANSF-EXIT
003350             UNTIL FIM-ARQUIVO-TRMV.
003360     CLOSE SALDOS-MOVIDOS.
003370     IF WRK-CONT-TRANSF > ZEROS
003380         MOVE SPACES TO CONC-LINHA
003390         WRITE CONC-LINHA AFTER ADVANCING 1 LINE
003400     END-IF.
003410 1300-AJUSTAR-TRANSFERENCIAS-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------*
003450* 1310-AJUSTAR-UMA-TRANSF - TRATA UM REGISTRO DO CLITRMV;  *
003460*                 SO CONTAM AS TROCAS DA DATA DO SISTEMA   *
003470*----------------------------------------------------------*
003480 1310-AJUSTAR-UMA-TRANSF.
003490     READ SALDOS-MOVIDOS
003500         AT END
003510             SET FIM-ARQUIVO-TRMV TO TRUE
003520             GO TO 1310-AJUSTAR-UMA-TRANSF-EXIT
003530     END-READ.
003540     IF TRM-DATA NOT = WRK-DATA-SISTEMA
003550         GO TO 1310-AJUSTAR-UMA-TRANSF-EXIT
003560     END-IF.
003570     MOVE TRM-AGENCIA-ORIGEM TO WRK-AGENCIA-BUSCA.
003580     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
003590     IF WRK-IDX-AG NOT = ZEROS
003600         IF TRM-MOEDA = "USD"
003610             SUBTRACT TRM-SALDO FROM TAB-REC-GL-USD (WRK-IDX-AG)
003620         ELSE
003630             IF TRM-MOEDA = "EUR"
003640                 SUBTRACT TRM-SALDO
003650                  FROM TAB-REC-GL-EUR (WRK-IDX-AG)
003660             ELSE
003670                 SUBTRACT TRM-SALDO
003680                  FROM TAB-REC-GL-BRL (WRK-IDX-AG)
003690             END-IF
003700         END-IF
003710     END-IF.
003720     MOVE TRM-AGENCIA-DESTINO TO WRK-AGENCIA-BUSCA.
003730     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
003740     IF WRK-IDX-AG NOT = ZEROS
003750         IF TRM-MOEDA = "USD"
003760             ADD TRM-SALDO TO TAB-REC-GL-USD (WRK-IDX-AG)
003770         ELSE
003780             IF TRM-MOEDA = "EUR"
003790                 ADD TRM-SALDO TO TAB-REC-GL-EUR (WRK-IDX-AG)
003800             ELSE
003810                 ADD TRM-SALDO TO TAB-REC-GL-BRL (WRK-IDX-AG)
003820             END-IF
003830         END-IF
003840     END-IF.
003850     MOVE TRM-CLIENTE         TO CONC-TRF-CLIENTE.
003860     MOVE TRM-AGENCIA-ORIGEM  TO CONC-TRF-ORIGEM.
003870     MOVE TRM-AGENCIA-DESTINO TO CONC-TRF-DESTINO.
003880     MOVE TRM-MOEDA           TO CONC-TRF-MOEDA.
003890     MOVE TRM-SALDO           TO CONC-TRF-VALOR.
003900     WRITE CONC-LINHA FROM CONC-LINHA-TRANSF
003910             AFTER ADVANCING 1 LINE.
003920     ADD 1 TO WRK-CONT-TRANSF.
003930 1310-AJUSTAR-UMA-TRANSF-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970* 1400-LER-DATA-LOTE - DATA DO LOTE CONCILIADO (CLICTRL);  *
003980*                 SEM O CONTROLE, VALE A DATA DO SISTEMA   *
003990*----------------------------------------------------------*
004000 1400-LER-DATA-LOTE.
004010     MOVE WRK-DATA-SISTEMA TO WRK-DATA-LOTE.
004020     OPEN INPUT CONTROLE.
004030     IF FS-CONTROLE NOT = "00"
004040         GO TO 1400-LER-DATA-LOTE-EXIT
004050     END-IF.
004060     READ CONTROLE
004070         AT END
004080             CONTINUE
004090         NOT AT END
004100             IF CTRL-ULTIMA-DATA NOT = ZEROS
004110                 MOVE CTRL-ULTIMA-DATA TO WRK-DATA-LOTE
004120             END-IF
004130     END-READ.
004140     CLOSE CONTROLE.
004150 1400-LER-DATA-LOTE-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------*
004190* 2000-SOMAR-CLIENTES - ACUMULA O SALDO DE CADA CLIENTE NA *
004200*                       ENTRADA DA SUA AGENCIA E MOEDA     *
004210*----------------------------------------------------------*
004220 2000-SOMAR-CLIENTES.
004230     MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA.
004240     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
004250     IF WRK-IDX-AG NOT = ZEROS
004260         IF MOEDA-DOLAR
004270             ADD CLI-SALDO TO TAB-REC-CLI-USD (WRK-IDX-AG)
004280         ELSE
004290             IF MOEDA-EURO
004300                 ADD CLI-SALDO TO TAB-REC-CLI-EUR (WRK-IDX-AG)
004310             ELSE
004320                 ADD CLI-SALDO TO TAB-REC-CLI-BRL (WRK-IDX-AG)
004330             END-IF
004340         END-IF
004350     END-IF.
004360     PERFORM 2100-LER-PROXIMO-CLIENTE
004370             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
004380 2000-SOMAR-CLIENTES-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------*
004420* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
004430*----------------------------------------------------------*
004440 2100-LER-PROXIMO-CLIENTE.
004450     READ CLIENTES-MASTER NEXT RECORD
004460         AT END
004470             SET FIM-ARQUIVO-CLIENTES TO TRUE
004480     END-READ.
004490 2100-LER-PROXIMO-CLIENTE-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------*
004530* 5000-ACHAR-AGENCIA - LOCALIZA (OU CRIA) A ENTRADA DA     *
004540*                    AGENCIA PEDIDA EM WRK-AGENCIA-BUSCA.  *
004550*                    DEVOLVE O INDICE EM WRK-IDX-AG, OU    *
004560*                    ZERO SE A TABELA ESTIVER CHEIA.       *
004570*----------------------------------------------------------*
004580 5000-ACHAR-AGENCIA.
004590     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
004600     PERFORM 5100-CONFERIR-ENTRADA
004610             THRU 5100-CONFERIR-ENTRADA-EXIT
004620             VARYING WRK-IDX-AG FROM 1 BY 1
004630             UNTIL WRK-IDX-AG > WRK-QTD-AG.
004640     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
004650     IF WRK-IDX-AG = ZEROS
004660         IF WRK-QTD-AG >= WRK-MAX-AG
004670             DISPLAY "CLIRECON: TABELA DE AGENCIAS CHEIA - "
004680                     "AGENCIA " WRK-AGENCIA-BUSCA " IGNORADA"
004690             MOVE ZEROS TO WRK-IDX-AG
004700             GO TO 5000-ACHAR-AGENCIA-EXIT
004710         END-IF
004720         ADD 1 TO WRK-QTD-AG
004730         MOVE WRK-QTD-AG TO WRK-IDX-AG
004740         MOVE WRK-AGENCIA-BUSCA TO TAB-REC-AGENCIA (WRK-IDX-AG)
004750         MOVE ZEROS TO TAB-REC-CLI-BRL (WRK-IDX-AG)
004760         MOVE ZEROS TO TAB-REC-CLI-USD (WRK-IDX-AG)
004770         MOVE ZEROS TO TAB-REC-CLI-EUR (WRK-IDX-AG)
004780         MOVE ZEROS TO TAB-REC-GL-BRL (WRK-IDX-AG)
004790         MOVE ZEROS TO TAB-REC-GL-USD (WRK-IDX-AG)
004800         MOVE ZEROS TO TAB-REC-GL-EUR (WRK-IDX-AG)
004810     END-IF.
004820 5000-ACHAR-AGENCIA-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------*
004860* 5100-CONFERIR-ENTRADA - CONFERE UMA ENTRADA DA TABELA    *
004870*                    CONTRA A AGENCIA PROCURADA            *
004880*----------------------------------------------------------*
004890 5100-CONFERIR-ENTRADA.
004900     IF WRK-IDX-AG-ACHADO = ZEROS
004910             AND TAB-REC-AGENCIA (WRK-IDX-AG)
004920             = WRK-AGENCIA-BUSCA
004930         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
004940     END-IF.
004950 5100-CONFERIR-ENTRADA-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------*
004990* 3000-CONFERIR-TOTAIS - EMITE A CONCILIACAO DE CADA       *
005000*                     AGENCIA, MOEDA A MOEDA, E O FECHO    *
005010*                     GERAL DA CASA                        *
005020*----------------------------------------------------------*
005030 3000-CONFERIR-TOTAIS.
005040     PERFORM 3050-CONFERIR-AGENCIA
005050             THRU 3050-CONFERIR-AGENCIA-EXIT
005060             VARYING WRK-IDX-AG FROM 1 BY 1
005070             UNTIL WRK-IDX-AG > WRK-QTD-AG.
005080     MOVE "CONCILIACAO GERAL DA CASA" TO CONC-LINHA.
005090     WRITE CONC-LINHA AFTER ADVANCING 2 LINES.
005100     MOVE ZEROS TO WRK-CASA-CLI-BRL WRK-CASA-CLI-USD
005110             WRK-CASA-CLI-EUR WRK-CASA-GL-BRL
005120             WRK-CASA-GL-USD WRK-CASA-GL-EUR.
005130     PERFORM 3010-SOMAR-UMA-AGENCIA
005140             THRU 3010-SOMAR-UMA-AGENCIA-EXIT
005150             VARYING WRK-IDX-AG FROM 1 BY 1
005160             UNTIL WRK-IDX-AG > WRK-QTD-AG.
005170     MOVE WRK-CASA-CLI-BRL TO WRK-CONC-CLIENTES.
005180     MOVE WRK-CASA-GL-BRL  TO WRK-CONC-GL.
005190     MOVE "BRL" TO WRK-CONC-MOEDA.
005200     PERFORM 3100-CONFERIR-MOEDA THRU 3100-CONFERIR-MOEDA-EXIT.
005210     MOVE WRK-CASA-CLI-USD TO WRK-CONC-CLIENTES.
005220     MOVE WRK-CASA-GL-USD  TO WRK-CONC-GL.
005230     MOVE "USD" TO WRK-CONC-MOEDA.
005240     PERFORM 3100-CONFERIR-MOEDA THRU 3100-CONFERIR-MOEDA-EXIT.
005250     MOVE WRK-CASA-CLI-EUR TO WRK-CONC-CLIENTES.
005260     MOVE WRK-CASA-GL-EUR  TO WRK-CONC-GL.
005270     MOVE "EUR" TO WRK-CONC-MOEDA.
005280     PERFORM 3100-CONFERIR-MOEDA THRU 3100-CONFERIR-MOEDA-EXIT.
005290     PERFORM 3200-CONSOLIDAR-EM-BRL
005300             THRU 3200-CONSOLIDAR-EM-BRL-EXIT.
005310 3000-CONFERIR-TOTAIS-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350* 3200-CONSOLIDAR-EM-BRL - CONVERTE OS TOTAIS USD/EUR PARA *
005360*                    REAIS PELA TAXA DO DIA E CONFERE O    *
005370*                    TOTAL GERAL CONSOLIDADO DA CASA       *
005380*                    (MESTRE X CONTABILIDADE). TAXA COM    *
005390*                    DATA ANTERIOR A DO SISTEMA GANHA      *
005400*                    AVISO NO RELATORIO.                   *
005410*----------------------------------------------------------*
005420 3200-CONSOLIDAR-EM-BRL.
005430     IF WRK-TAXA-USD = ZEROS AND WRK-TAXA-EUR = ZEROS
005440         MOVE SPACES TO CONC-LINHA
005450         STRING "FECHO CONSOLIDADO EM BRL INDISPONIVEL "
005460                 "(SEM CAMBIO)" DELIMITED BY SIZE
005470                 INTO CONC-LINHA
005480         WRITE CONC-LINHA AFTER ADVANCING 2 LINES
005490         GO TO 3200-CONSOLIDAR-EM-BRL-EXIT
005500     END-IF.
005510     IF WRK-DATA-CAMBIO < WRK-DATA-SISTEMA
005520         MOVE SPACES TO CONC-LINHA
005530         STRING "*** TAXA DE CAMBIO DE " WRK-DATA-CAMBIO
005540                 " DESATUALIZADA ***" DELIMITED BY SIZE
005550                 INTO CONC-LINHA
005560         WRITE CONC-LINHA AFTER ADVANCING 2 LINES
005570     END-IF.
005580     MOVE "FECHO GERAL CONSOLIDADO EM BRL" TO CONC-LINHA.
005590     WRITE CONC-LINHA AFTER ADVANCING 2 LINES.
005600*    OS TOTAIS DA CASA POR MOEDA JA FORAM SOMADOS POR
005610*    3010 NO FECHO GERAL; AQUI SO SE CONVERTE PELO CAMBIO.
005620     COMPUTE WRK-CONSOL-CLIENTES ROUNDED = WRK-CASA-CLI-BRL
005630             + WRK-CASA-CLI-USD * WRK-TAXA-USD
005640             + WRK-CASA-CLI-EUR * WRK-TAXA-EUR.
005650     COMPUTE WRK-CONSOL-GL ROUNDED = WRK-CASA-GL-BRL
005660             + WRK-CASA-GL-USD * WRK-TAXA-USD
005670             + WRK-CASA-GL-EUR * WRK-TAXA-EUR.
005680     MOVE WRK-CONSOL-CLIENTES TO WRK-CONC-CLIENTES.
005690     MOVE WRK-CONSOL-GL       TO WRK-CONC-GL.
005700     MOVE "BRL" TO WRK-CONC-MOEDA.
005710     PERFORM 3100-CONFERIR-MOEDA THRU 3100-CONFERIR-MOEDA-EXIT.
005720 3200-CONSOLIDAR-EM-BRL-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------*
005760* 3010-SOMAR-UMA-AGENCIA - SOMA UMA ENTRADA DA TABELA NOS  *
005770*                    TOTAIS DA CASA (MESTRE E RAZAO, POR   *
005780*                    MOEDA), USADOS NO FECHO GERAL E NA    *
005790*                    CONSOLIDACAO EM REAIS                 *
005800*----------------------------------------------------------*
005810 3010-SOMAR-UMA-AGENCIA.
005820     ADD TAB-REC-CLI-BRL (WRK-IDX-AG) TO WRK-CASA-CLI-BRL.
005830     ADD TAB-REC-CLI-USD (WRK-IDX-AG) TO WRK-CASA-CLI-USD.
005840     ADD TAB-REC-CLI-EUR (WRK-IDX-AG) TO WRK-CASA-CLI-EUR.
005850     ADD TAB-REC-GL-BRL (WRK-IDX-AG) TO WRK-CASA-GL-BRL.
005860     ADD TAB-REC-GL-USD (WRK-IDX-AG) TO WRK-CASA-GL-USD.
005870     ADD TAB-REC-GL-EUR (WRK-IDX-AG) TO WRK-CASA-GL-EUR.
005880 3010-SOMAR-UMA-AGENCIA-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920* 3050-CONFERIR-AGENCIA - EMITE A CONCILIACAO DAS TRES     *
005930*                     MOEDAS DE UMA AGENCIA                *
005940*----------------------------------------------------------*
005950 3050-CONFERIR-AGENCIA.
005960     MOVE TAB-REC-AGENCIA (WRK-IDX-AG) TO CONC-AG-CODIGO.
005970     WRITE CONC-LINHA FROM CONC-LINHA-AGENCIA
005980             AFTER ADVANCING 2 LINES.
005990     MOVE TAB-REC-CLI-BRL (WRK-IDX-AG) TO WRK-CONC-CLIENTES.
006000     MOVE TAB-REC-GL-BRL (WRK-IDX-AG)  TO WRK-CONC-GL.
006010     MOVE "BRL" TO WRK-CONC-MOEDA.
006020     PERFORM 3100-CONFERIR-MOEDA THRU 3100-CONFERIR-MOEDA-EXIT.
006030     MOVE TAB-REC-CLI-USD (WRK-IDX-AG) TO WRK-CONC-CLIENTES.
006040     MOVE TAB-REC-GL-USD (WRK-IDX-AG)  TO WRK-CONC-GL.
006050     MOVE "USD" TO WRK-CONC-MOEDA.
006060     PERFORM 3100-CONFERIR-MOEDA THRU 3100-CONFERIR-MOEDA-EXIT.
006070     MOVE TAB-REC-CLI-EUR (WRK-IDX-AG) TO WRK-CONC-CLIENTES.
006080     MOVE TAB-REC-GL-EUR (WRK-IDX-AG)  TO WRK-CONC-GL.
006090     MOVE "EUR" TO WRK-CONC-MOEDA.
006100     PERFORM 3100-CONFERIR-MOEDA THRU 3100-CONFERIR-MOEDA-EXIT.
006110 3050-CONFERIR-AGENCIA-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------*
006150* 3100-CONFERIR-MOEDA - CONFERE UM PAR DE TOTAIS (MESTRE X *
006160*                    CONTABILIDADE) DA MOEDA CORRENTE E    *
006170*                    SINALIZA VARIANCIA ALEM DA TOLERANCIA *
006180*----------------------------------------------------------*
006190 3100-CONFERIR-MOEDA.
006200     COMPUTE WRK-CONC-VARIANCIA = WRK-CONC-CLIENTES
006210             - WRK-CONC-GL.
006220     MOVE WRK-CONC-MOEDA TO CONC-MOEDA.
006230     MOVE "SALDO TOTAL - MESTRE CLIENTES" TO CONC-ROTULO.
006240     MOVE WRK-CONC-CLIENTES TO CONC-VALOR.
006250     WRITE CONC-LINHA FROM CONC-LINHA-ED AFTER ADVANCING 1 LINE.
006260     MOVE "SALDO TOTAL - CONTABILIDADE  " TO CONC-ROTULO.
006270     MOVE WRK-CONC-GL TO CONC-VALOR.
006280     WRITE CONC-LINHA FROM CONC-LINHA-ED AFTER ADVANCING 1 LINE.
006290     MOVE "VARIANCIA APURADA            " TO CONC-ROTULO.
006300     MOVE WRK-CONC-VARIANCIA TO CONC-VALOR.
006310     WRITE CONC-LINHA FROM CONC-LINHA-ED AFTER ADVANCING 1 LINE.
006320     IF WRK-CONC-VARIANCIA > WRK-TOLERANCIA
006330             OR WRK-CONC-VARIANCIA < -WRK-TOLERANCIA
006340         MOVE "*** VARIANCIA FORA DA TOLERANCIA ***"
006350                 TO CONC-LINHA
006360         WRITE CONC-LINHA AFTER ADVANCING 1 LINE
006370         ADD 1 TO WRK-CONT-FORA
006380     ELSE
006390         MOVE "CONCILIACAO DENTRO DA TOLERANCIA"
006400                 TO CONC-LINHA
006410         WRITE CONC-LINHA AFTER ADVANCING 1 LINE
006420     END-IF.
006430 3100-CONFERIR-MOEDA-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------*
006470* 9000-FINALIZAR - FECHA ARQUIVOS E DEVOLVE O CODIGO DE    *
006480*                  RETORNO (4 SE HOUVE VARIANCIA FORA DA   *
006490*                  TOLERANCIA)                             *
006500*----------------------------------------------------------*
006510 9000-FINALIZAR.
006520     CLOSE CLIENTES-MASTER RELCONC.
006530     IF WRK-CONT-FORA > ZEROS
006540         MOVE 4 TO RETURN-CODE
006550     END-IF.
006560 9000-FINALIZAR-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------*
006600* 8500-NOTIFICAR - GRAVA NO CLISTAT O RESULTADO DA         *
006610*                 CONCILIACAO DO LOTE ("CONFERE" OU        *
006620*                 "DIVERGENTE"), QUE O CLIFECHA EXIGE      *
006630*                 PARA CERTIFICAR O DIA                    *
006640*----------------------------------------------------------*
006650 8500-NOTIFICAR.
006660     OPEN EXTEND NOTIFICACAO.
006670     IF FS-NOTIFICACAO NOT = "00"
006680         DISPLAY "CLIRECON: CLISTAT INDISPONIVEL - STATUS "
006690                 FS-NOTIFICACAO
006700         GO TO 8500-NOTIFICAR-EXIT
006710     END-IF.
006720     MOVE "CLIRECON" TO STAT-PROGRAMA.
006730     MOVE WRK-DATA-LOTE TO STAT-DATA.
006740     IF WRK-CONT-FORA > ZEROS
006750         MOVE "DIVERGENTE" TO STAT-SITUACAO
006760     ELSE
006770         MOVE "CONFERE   " TO STAT-SITUACAO
006780     END-IF.
006790     MOVE WRK-QTD-AG TO STAT-LIDOS.
006800     MOVE ZEROS TO STAT-ATUALIZADOS STAT-TOTAL-JUROS.
006810     MOVE WRK-CONT-FORA TO STAT-REJEITADOS.
006820     WRITE STAT-LINHA FROM STAT-REGISTRO.
006830     CLOSE NOTIFICACAO.
006840 8500-NOTIFICAR-EXIT.
006850     EXIT.
006860
006870 9999-EXIT.
006880     STOP RUN.
