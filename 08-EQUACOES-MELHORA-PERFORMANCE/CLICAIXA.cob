000260*                    CONDICIONAMENTO DE STEPS SEGURAR O    *
000270*                    STREAM DA NOITE. PARM: DATA           *
000280*                    AAAAMMDD; EM BRANCO, A DO SISTEMA.    *
000290* 2026-10-15 EBC     TROCA DE AGENCIA: CLIENTE TRANSFERIDO *
000300*                    NA DATA DA PROVA (CLITRMV, GRAVADO    *
000310*                    PELO CLIAGTRF) JA ESTA NA NOVA        *
000320*                    AGENCIA NO MESTRE, MAS O MOVIMENTO DE *
000330*                    CAIXA DO DIA FOI FEITO NA ANTIGA; AS  *
000340*                    LINHAS "M" DELE SAO ATRIBUIDAS A      *
000350*                    AGENCIA DE ORIGEM DA TROCA.           *
000360*----------------------------------------------------------*
000370 ENVIRONMENT             DIVISION.
000380 CONFIGURATION           SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410
000420 INPUT-OUTPUT            SECTION.
000430 FILE-CONTROL.
000440     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CLI-ID
000480         FILE STATUS IS FS-CLIENTES-MASTER.
000490     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-AUDITORIA.
000520*----------------------------------------------------------*
000530* TOTAIS DOS CAIXAS POR AGENCIA, ENVIADOS PELAS FILIAIS    *
000540*----------------------------------------------------------*
000550     SELECT TOTAIS-CAIXAS ASSIGN TO "CLICXTOT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-TOTAIS-CAIXAS.
000580*----------------------------------------------------------*
000590* SALDOS MOVIDOS ENTRE AGENCIAS PELO CLIAGTRF (OPCIONAL)   *
000600*----------------------------------------------------------*
000610     SELECT SALDOS-MOVIDOS ASSIGN TO "CLITRMV"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FS-SALDOS-MOVIDOS.
000640     SELECT RELATORIO ASSIGN TO "RELCX"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-RELATORIO.
000670
000680 DATA                    DIVISION.
000690 FILE                    SECTION.
000700 FD  CLIENTES-MASTER
000710     LABEL RECORD IS STANDARD.
000720     COPY CLIREG.
000730
000740 FD  AUDITORIA
000750     LABEL RECORD IS STANDARD.
000760 01  AUD-LINHA                PICTURE X(100).
000770
000780 FD  TOTAIS-CAIXAS
000790     LABEL RECORD IS STANDARD.
000800 01  CXT-REGISTRO.
000810     05  CXT-AGENCIA         PICTURE 9(04).
000820     05  FILLER              PICTURE X(01).
000830     05  CXT-QTD-DEPOSITOS   PICTURE 9(06).
000840     05  FILLER              PICTURE X(01).
000850     05  CXT-TOTAL-DEPOSITOS PICTURE 9(12).
000860     05  FILLER              PICTURE X(01).
000870     05  CXT-QTD-SAQUES      PICTURE 9(06).
000880     05  FILLER              PICTURE X(01).
000890     05  CXT-TOTAL-SAQUES    PICTURE 9(12).
000900     05  FILLER              PICTURE X(35).
000910
000920 FD  SALDOS-MOVIDOS
000930     LABEL RECORD IS STANDARD.
000940     COPY CLITRMRG.
000950
000960 FD  RELATORIO
000970     LABEL RECORD IS STANDARD.
000980 01  REL-LINHA               PICTURE X(132).
000990
001000 WORKING-STORAGE         SECTION.
001010 01  WRK-FLAGS.
001020     05  WRK-FIM-AUDIT   PICTURE X(01)      VALUE "N".
001030         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001040     05  WRK-FIM-CAIXAS  PICTURE X(01)      VALUE "N".
001050         88  FIM-TOTAIS-CAIXAS              VALUE "S".
001060     05  WRK-FIM-TRMV    PICTURE X(01)      VALUE "N".
001070         88  FIM-ARQUIVO-TRMV               VALUE "S".
001080 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001090 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001100 01  FS-TOTAIS-CAIXAS    PICTURE X(02)      VALUE "00".
001110 01  FS-SALDOS-MOVIDOS   PICTURE X(02)      VALUE "00".
001120 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001130 77  WRK-DATA-PROVA      PICTURE 9(08)      VALUE ZEROS.
001140 77  WRK-VALOR-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
001150 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001160 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
001170 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001180 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 20.
001190 77  WRK-AGENCIA-BUSCA   PICTURE 9(04)      VALUE ZEROS.
001200 77  WRK-CONT-VARIANCIAS PICTURE 9(04)      COMP VALUE ZEROS.
001210 77  WRK-DIF-VALOR       PICTURE S9(12)     COMP VALUE ZEROS.
001220 77  WRK-DIF-QTD         PICTURE S9(07)     COMP VALUE ZEROS.
001230 77  WRK-IDX-TRF         PICTURE 9(04)      COMP VALUE ZEROS.
001240 77  WRK-QTD-TRF         PICTURE 9(04)      COMP VALUE ZEROS.
001250 77  WRK-MAX-TRF         PICTURE 9(04)      COMP VALUE 500.
001260
001270*----------------------------------------------------------*
001280* CLIENTES QUE TROCARAM DE AGENCIA NA DATA DA PROVA, COM A *
001290* AGENCIA ONDE O CAIXA OS ATENDEU                          *
001300*----------------------------------------------------------*
001310 01  TAB-TRANSFERIDOS.
001320     05  TAB-TRF-ENTRADA         OCCURS 500 TIMES.
001330         10  TAB-TRF-CLIENTE      PICTURE 9(06).
001340         10  TAB-TRF-AGENCIA      PICTURE 9(04).
001350
001360*----------------------------------------------------------*
001370* TOTAIS POR AGENCIA: DO SISTEMA (LINHAS "M" DO CLIAUDIT)  *
001380* E DOS CAIXAS (CLICXTOT). ENTRADA CRIADA AO PRIMEIRO USO, *
001390* VINDA DE QUALQUER DOS DOIS LADOS, NOS MOLDES DO CLIRECON *
001400*----------------------------------------------------------*
001410 01  TAB-PROVA.
001420     05  TAB-PRV-ENTRADA         OCCURS 20 TIMES.
001430         10  TAB-PRV-AGENCIA      PICTURE 9(04).
001440         10  TAB-PRV-SIS-QTD-DEP  PICTURE 9(06)  COMP.
001450         10  TAB-PRV-SIS-VAL-DEP  PICTURE S9(12) COMP.
001460         10  TAB-PRV-SIS-QTD-SAQ  PICTURE 9(06)  COMP.
001470         10  TAB-PRV-SIS-VAL-SAQ  PICTURE S9(12) COMP.
001480         10  TAB-PRV-CXA-QTD-DEP  PICTURE 9(06)  COMP.
001490         10  TAB-PRV-CXA-VAL-DEP  PICTURE S9(12) COMP.
001500         10  TAB-PRV-CXA-QTD-SAQ  PICTURE 9(06)  COMP.
001510         10  TAB-PRV-CXA-VAL-SAQ  PICTURE S9(12) COMP.
001520
001530*----------------------------------------------------------*
001540* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
001550*----------------------------------------------------------*
001560     COPY CLIAUDRG.
001570
001580 01  REL-CABECALHO.
001590     05  FILLER              PICTURE X(38)
001600             VALUE "PROVA DOS CAIXAS (CLICAIXA) - DATA ".
001610     05  REL-CAB-DATA        PICTURE 9(08).
001620     05  FILLER              PICTURE X(86) VALUE SPACES.
001630 01  REL-LINHA-AGENCIA.
001640     05  FILLER              PICTURE X(23)
001650             VALUE "PROVA DA AGENCIA ".
001660     05  REL-AG-CODIGO       PICTURE 9(04).
001670     05  FILLER              PICTURE X(105) VALUE SPACES.
001680 01  REL-LINHA-PAR.
001690     05  REL-PAR-ROTULO      PICTURE X(24).
001700     05  REL-PAR-SISTEMA     PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001710     05  FILLER              PICTURE X(02) VALUE SPACES.
001720     05  REL-PAR-CAIXAS      PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001730     05  FILLER              PICTURE X(02) VALUE SPACES.
001740     05  REL-PAR-DIFERENCA   PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001750     05  FILLER              PICTURE X(52) VALUE SPACES.
001760 01  REL-RODAPE.
001770     05  REL-ROD-ROTULO      PICTURE X(30).
001780     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001790     05  FILLER              PICTURE X(84) VALUE SPACES.
001800
001810 LINKAGE                 SECTION.
001820 01  LK-PARM-DATA            PICTURE X(08).
001830
001840 PROCEDURE               DIVISION USING LK-PARM-DATA.
001850*----------------------------------------------------------*
001860* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001870*----------------------------------------------------------*
001880 0000-MAINLINE.
001890     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001900     PERFORM 2000-SOMAR-AUDITORIA  THRU 2000-SOMAR-AUDITORIA-EXIT
001910             UNTIL FIM-ARQUIVO-AUDITORIA.
001920     PERFORM 3000-CARREGAR-CAIXAS  THRU 3000-CARREGAR-CAIXAS-EXIT
001930             UNTIL FIM-TOTAIS-CAIXAS.
001940     PERFORM 4000-CONFRONTAR       THRU 4000-CONFRONTAR-EXIT.
001950     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001960     GO TO 9999-EXIT.
001970
001980*----------------------------------------------------------*
001990* 1000-INICIALIZAR - RESOLVE A DATA E ABRE OS ARQUIVOS     *
002000*----------------------------------------------------------*
002010 1000-INICIALIZAR.
002020     ACCEPT WRK-DATA-PROVA FROM DATE YYYYMMDD.
002030     IF LK-PARM-DATA IS NUMERIC
002040             AND LK-PARM-DATA NOT = "00000000"
002050         MOVE LK-PARM-DATA TO WRK-DATA-PROVA
002060     END-IF.
002070     OPEN INPUT AUDITORIA.
002080     IF FS-AUDITORIA NOT = "00"
002090         DISPLAY "CLICAIXA: ERRO AO ABRIR CLIAUDIT - STATUS "
002100                 FS-AUDITORIA
002110         MOVE 16 TO RETURN-CODE
002120         GO TO 9999-EXIT
002130     END-IF.
002140     OPEN INPUT TOTAIS-CAIXAS.
002150     IF FS-TOTAIS-CAIXAS NOT = "00"
002160         DISPLAY "CLICAIXA: ERRO AO ABRIR CLICXTOT - STATUS "
002170                 FS-TOTAIS-CAIXAS
002180         CLOSE AUDITORIA
002190         MOVE 16 TO RETURN-CODE
002200         GO TO 9999-EXIT
002210     END-IF.
002220     OPEN INPUT CLIENTES-MASTER.
002230     IF FS-CLIENTES-MASTER NOT = "00"
002240         DISPLAY "CLICAIXA: CLIMSTR INDISPONIVEL - STATUS "
002250                 FS-CLIENTES-MASTER
002260                 " - SEM A AGENCIA A PROVA NAO FECHA"
002270         CLOSE AUDITORIA TOTAIS-CAIXAS
002280         MOVE 16 TO RETURN-CODE
002290         GO TO 9999-EXIT
002300     END-IF.
002310     PERFORM 1100-CARREGAR-TRANSFERIDOS
002320             THRU 1100-CARREGAR-TRANSFERIDOS-EXIT.
002330     OPEN OUTPUT RELATORIO.
002340     MOVE WRK-DATA-PROVA TO REL-CAB-DATA.
002350     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002360 1000-INICIALIZAR-EXIT.
002370     EXIT.
002380
002390*----------------------------------------------------------*
002400* 1100-CARREGAR-TRANSFERIDOS - LE O CLITRMV E GUARDA OS    *
002410*                 CLIENTES TRANSFERIDOS NA DATA DA PROVA.  *
002420*                 SEM O ARQUIVO, VALE A AGENCIA DO MESTRE. *
002430*----------------------------------------------------------*
002440 1100-CARREGAR-TRANSFERIDOS.
002450     OPEN INPUT SALDOS-MOVIDOS.
002460     IF FS-SALDOS-MOVIDOS NOT = "00"
002470         GO TO 1100-CARREGAR-TRANSFERIDOS-EXIT
002480     END-IF.
002490     PERFORM 1110-GUARDAR-TRANSFERIDO
002500             THRU 1110-GUARDAR-TRANSFERIDO-EXIT
002510             UNTIL FIM-ARQUIVO-TRMV.
002520     CLOSE SALDOS-MOVIDOS.
002530 1100-CARREGAR-TRANSFERIDOS-EXIT.
002540     EXIT.
002550
002560*----------------------------------------------------------*
002570* 1110-GUARDAR-TRANSFERIDO - GUARDA UMA TROCA DA DATA      *
002580*----------------------------------------------------------*
002590 1110-GUARDAR-TRANSFERIDO.
002600     READ SALDOS-MOVIDOS
002610         AT END
002620             SET FIM-ARQUIVO-TRMV TO TRUE
002630             GO TO 1110-GUARDAR-TRANSFERIDO-EXIT
002640     END-READ.
002650     IF TRM-DATA NOT = WRK-DATA-PROVA
002660         GO TO 1110-GUARDAR-TRANSFERIDO-EXIT
002670     END-IF.
002680     IF WRK-QTD-TRF >= WRK-MAX-TRF
002690         DISPLAY "CLICAIXA: TABELA DE TRANSFERIDOS CHEIA - "
002700                 "CLIENTE " TRM-CLIENTE " FICA NA AGENCIA NOVA"
002710         GO TO 1110-GUARDAR-TRANSFERIDO-EXIT
002720     END-IF.
002730     ADD 1 TO WRK-QTD-TRF.
002740     MOVE TRM-CLIENTE        TO TAB-TRF-CLIENTE (WRK-QTD-TRF).
002750     MOVE TRM-AGENCIA-ORIGEM TO TAB-TRF-AGENCIA (WRK-QTD-TRF).
002760 1110-GUARDAR-TRANSFERIDO-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------*
002800* 2000-SOMAR-AUDITORIA - SOMA UMA LINHA "M" DA DATA NOS    *
002810*                 TOTAIS DO SISTEMA DA AGENCIA DO CLIENTE  *
002820*----------------------------------------------------------*
002830 2000-SOMAR-AUDITORIA.
002840     READ AUDITORIA
002850         AT END
002860             SET FIM-ARQUIVO-AUDITORIA TO TRUE
002870             GO TO 2000-SOMAR-AUDITORIA-EXIT
002880     END-READ.
002890     MOVE AUD-LINHA TO AUD-REGISTRO.
002900     IF AUD-ORIGEM NOT = "M"
002910             OR AUD-DATA NOT = WRK-DATA-PROVA
002920         GO TO 2000-SOMAR-AUDITORIA-EXIT
002930     END-IF.
002940     MOVE AUD-CLIENTE-ID TO CLI-ID.
002950     READ CLIENTES-MASTER
002960         INVALID KEY
002970             DISPLAY "CLICAIXA: CLIENTE " AUD-CLIENTE-ID
002980                     " DA AUDITORIA NAO ESTA NO MESTRE"
002990             GO TO 2000-SOMAR-AUDITORIA-EXIT
003000     END-READ.
003010     MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA.
003020     PERFORM 2200-CONFERIR-TRANSFERIDO
003030             THRU 2200-CONFERIR-TRANSFERIDO-EXIT
003040             VARYING WRK-IDX-TRF FROM 1 BY 1
003050             UNTIL WRK-IDX-TRF > WRK-QTD-TRF.
003060     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
003070     IF WRK-IDX-AG = ZEROS
003080         GO TO 2000-SOMAR-AUDITORIA-EXIT
003090     END-IF.
003100     MOVE AUD-JUROS-DIA TO WRK-VALOR-NUM.
003110     IF WRK-VALOR-NUM < ZERO
003120         ADD 1 TO TAB-PRV-SIS-QTD-SAQ (WRK-IDX-AG)
003130         SUBTRACT WRK-VALOR-NUM
003140                 FROM TAB-PRV-SIS-VAL-SAQ (WRK-IDX-AG)
003150     ELSE
003160         ADD 1 TO TAB-PRV-SIS-QTD-DEP (WRK-IDX-AG)
003170         ADD WRK-VALOR-NUM TO TAB-PRV-SIS-VAL-DEP (WRK-IDX-AG)
003180     END-IF.
003190 2000-SOMAR-AUDITORIA-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------*
003230* 2200-CONFERIR-TRANSFERIDO - CLIENTE TRANSFERIDO NA DATA  *
003240*                 TEM O CAIXA ATRIBUIDO A AGENCIA DE ORIGEM*
003250*----------------------------------------------------------*
003260 2200-CONFERIR-TRANSFERIDO.
003270     IF TAB-TRF-CLIENTE (WRK-IDX-TRF) = AUD-CLIENTE-ID
003280         MOVE TAB-TRF-AGENCIA (WRK-IDX-TRF) TO WRK-AGENCIA-BUSCA
003290     END-IF.
003300 2200-CONFERIR-TRANSFERIDO-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340* 3000-CARREGAR-CAIXAS - CARREGA OS TOTAIS DE UMA AGENCIA  *
003350*                 ENVIADOS PELA FILIAL                     *
003360*----------------------------------------------------------*
003370 3000-CARREGAR-CAIXAS.
003380     READ TOTAIS-CAIXAS
003390         AT END
003400             SET FIM-TOTAIS-CAIXAS TO TRUE
003410             GO TO 3000-CARREGAR-CAIXAS-EXIT
003420     END-READ.
003430     MOVE CXT-AGENCIA TO WRK-AGENCIA-BUSCA.
003440     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
003450     IF WRK-IDX-AG = ZEROS
003460         GO TO 3000-CARREGAR-CAIXAS-EXIT
003470     END-IF.
003480     ADD CXT-QTD-DEPOSITOS
003490             TO TAB-PRV-CXA-QTD-DEP (WRK-IDX-AG).
003500     ADD CXT-TOTAL-DEPOSITOS
003510             TO TAB-PRV-CXA-VAL-DEP (WRK-IDX-AG).
003520     ADD CXT-QTD-SAQUES
003530             TO TAB-PRV-CXA-QTD-SAQ (WRK-IDX-AG).
003540     ADD CXT-TOTAL-SAQUES
003550             TO TAB-PRV-CXA-VAL-SAQ (WRK-IDX-AG).
003560 3000-CARREGAR-CAIXAS-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------*
003600* 5000-ACHAR-AGENCIA - LOCALIZA (OU CRIA) A ENTRADA DA     *
003610*                 AGENCIA PEDIDA EM WRK-AGENCIA-BUSCA,     *
003620*                 NOS MOLDES DO CLIRECON                   *
003630*----------------------------------------------------------*
003640 5000-ACHAR-AGENCIA.
003650     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
003660     PERFORM 5100-CONFERIR-ENTRADA
003670             THRU 5100-CONFERIR-ENTRADA-EXIT
003680             VARYING WRK-IDX-AG FROM 1 BY 1
003690             UNTIL WRK-IDX-AG > WRK-QTD-AG.
003700     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
003710     IF WRK-IDX-AG = ZEROS
003720         IF WRK-QTD-AG >= WRK-MAX-AG
003730             DISPLAY "CLICAIXA: TABELA DE AGENCIAS CHEIA - "
003740                     "AGENCIA " WRK-AGENCIA-BUSCA " IGNORADA"
003750             MOVE ZEROS TO WRK-IDX-AG
003760             GO TO 5000-ACHAR-AGENCIA-EXIT
003770         END-IF
003780         ADD 1 TO WRK-QTD-AG
003790         MOVE WRK-QTD-AG TO WRK-IDX-AG
003800         MOVE WRK-AGENCIA-BUSCA TO TAB-PRV-AGENCIA (WRK-IDX-AG)
003810         MOVE ZEROS TO TAB-PRV-SIS-QTD-DEP (WRK-IDX-AG)
003820         MOVE ZEROS TO TAB-PRV-SIS-VAL-DEP (WRK-IDX-AG)
003830         MOVE ZEROS TO TAB-PRV-SIS-QTD-SAQ (WRK-IDX-AG)
003840         MOVE ZEROS TO TAB-PRV-SIS-VAL-SAQ (WRK-IDX-AG)
003850         MOVE ZEROS TO TAB-PRV-CXA-QTD-DEP (WRK-IDX-AG)
003860         MOVE ZEROS TO TAB-PRV-CXA-VAL-DEP (WRK-IDX-AG)
003870         MOVE ZEROS TO TAB-PRV-CXA-QTD-SAQ (WRK-IDX-AG)
003880         MOVE ZEROS TO TAB-PRV-CXA-VAL-SAQ (WRK-IDX-AG)
003890     END-IF.
003900 5000-ACHAR-AGENCIA-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940* 5100-CONFERIR-ENTRADA - CONFERE UMA ENTRADA DA TABELA    *
003950*----------------------------------------------------------*
003960 5100-CONFERIR-ENTRADA.
003970     IF WRK-IDX-AG-ACHADO = ZEROS
003980             AND TAB-PRV-AGENCIA (WRK-IDX-AG)
003990             = WRK-AGENCIA-BUSCA
004000         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
004010     END-IF.
004020 5100-CONFERIR-ENTRADA-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060* 4000-CONFRONTAR - EMITE A PROVA DE CADA AGENCIA, PAR A   *
004070*                 PAR (DEPOSITOS E SAQUES, QUANTIDADE E    *
004080*                 VALOR), SINALIZANDO AS VARIANCIAS        *
004090*----------------------------------------------------------*
004100 4000-CONFRONTAR.
004110     PERFORM 4100-CONFRONTAR-AGENCIA
004120             THRU 4100-CONFRONTAR-AGENCIA-EXIT
004130             VARYING WRK-IDX-AG FROM 1 BY 1
004140             UNTIL WRK-IDX-AG > WRK-QTD-AG.
004150 4000-CONFRONTAR-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------*
004190* 4100-CONFRONTAR-AGENCIA - EMITE A PROVA DE UMA AGENCIA   *
004200*----------------------------------------------------------*
004210 4100-CONFRONTAR-AGENCIA.
004220     MOVE TAB-PRV-AGENCIA (WRK-IDX-AG) TO REL-AG-CODIGO.
004230     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
004240             AFTER ADVANCING 2 LINES.
004250     MOVE "DEPOSITOS - QUANTIDADE  " TO REL-PAR-ROTULO.
004260     MOVE TAB-PRV-SIS-QTD-DEP (WRK-IDX-AG) TO REL-PAR-SISTEMA.
004270     MOVE TAB-PRV-CXA-QTD-DEP (WRK-IDX-AG) TO REL-PAR-CAIXAS.
004280     COMPUTE WRK-DIF-QTD = TAB-PRV-SIS-QTD-DEP (WRK-IDX-AG)
004290             - TAB-PRV-CXA-QTD-DEP (WRK-IDX-AG).
004300     MOVE WRK-DIF-QTD TO REL-PAR-DIFERENCA.
004310     PERFORM 4200-IMPRIMIR-PAR THRU 4200-IMPRIMIR-PAR-EXIT.
004320     IF WRK-DIF-QTD NOT = ZEROS
004330         ADD 1 TO WRK-CONT-VARIANCIAS
004340     END-IF.
004350     MOVE "DEPOSITOS - VALOR       " TO REL-PAR-ROTULO.
004360     MOVE TAB-PRV-SIS-VAL-DEP (WRK-IDX-AG) TO REL-PAR-SISTEMA.
004370     MOVE TAB-PRV-CXA-VAL-DEP (WRK-IDX-AG) TO REL-PAR-CAIXAS.
004380     COMPUTE WRK-DIF-VALOR = TAB-PRV-SIS-VAL-DEP (WRK-IDX-AG)
004390             - TAB-PRV-CXA-VAL-DEP (WRK-IDX-AG).
004400     MOVE WRK-DIF-VALOR TO REL-PAR-DIFERENCA.
004410     PERFORM 4200-IMPRIMIR-PAR THRU 4200-IMPRIMIR-PAR-EXIT.
004420     IF WRK-DIF-VALOR NOT = ZEROS
004430         ADD 1 TO WRK-CONT-VARIANCIAS
004440     END-IF.
004450     MOVE "SAQUES - QUANTIDADE     " TO REL-PAR-ROTULO.
004460     MOVE TAB-PRV-SIS-QTD-SAQ (WRK-IDX-AG) TO REL-PAR-SISTEMA.
004470     MOVE TAB-PRV-CXA-QTD-SAQ (WRK-IDX-AG) TO REL-PAR-CAIXAS.
004480     COMPUTE WRK-DIF-QTD = TAB-PRV-SIS-QTD-SAQ (WRK-IDX-AG)
004490             - TAB-PRV-CXA-QTD-SAQ (WRK-IDX-AG).
004500     MOVE WRK-DIF-QTD TO REL-PAR-DIFERENCA.
004510     PERFORM 4200-IMPRIMIR-PAR THRU 4200-IMPRIMIR-PAR-EXIT.
004520     IF WRK-DIF-QTD NOT = ZEROS
004530         ADD 1 TO WRK-CONT-VARIANCIAS
004540     END-IF.
004550     MOVE "SAQUES - VALOR          " TO REL-PAR-ROTULO.
004560     MOVE TAB-PRV-SIS-VAL-SAQ (WRK-IDX-AG) TO REL-PAR-SISTEMA.
004570     MOVE TAB-PRV-CXA-VAL-SAQ (WRK-IDX-AG) TO REL-PAR-CAIXAS.
004580     COMPUTE WRK-DIF-VALOR = TAB-PRV-SIS-VAL-SAQ (WRK-IDX-AG)
004590             - TAB-PRV-CXA-VAL-SAQ (WRK-IDX-AG).
004600     MOVE WRK-DIF-VALOR TO REL-PAR-DIFERENCA.
004610     PERFORM 4200-IMPRIMIR-PAR THRU 4200-IMPRIMIR-PAR-EXIT.
004620     IF WRK-DIF-VALOR NOT = ZEROS
004630         ADD 1 TO WRK-CONT-VARIANCIAS
004640     END-IF.
004650 4100-CONFRONTAR-AGENCIA-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* 4200-IMPRIMIR-PAR - IMPRIME UM PAR SISTEMA X CAIXAS      *
004700*----------------------------------------------------------*
004710 4200-IMPRIMIR-PAR.
004720     WRITE REL-LINHA FROM REL-LINHA-PAR AFTER ADVANCING 1 LINE.
004730 4200-IMPRIMIR-PAR-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770* 9000-FINALIZAR - FECHO DA PROVA E CODIGO DE RETORNO      *
004780*----------------------------------------------------------*
004790 9000-FINALIZAR.
004800     MOVE "VARIANCIAS APURADAS           " TO REL-ROD-ROTULO.
004810     MOVE WRK-CONT-VARIANCIAS TO REL-ROD-VALOR.
004820     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
004830     IF WRK-CONT-VARIANCIAS = ZEROS
004840         MOVE "PROVA DOS CAIXAS FECHADA SEM VARIANCIA"
004850                 TO REL-LINHA
004860         WRITE REL-LINHA AFTER ADVANCING 1 LINE
004870     ELSE
004880         MOVE "*** PROVA COM VARIANCIA - SEGURAR O STREAM ***"
004890                 TO REL-LINHA
004900         WRITE REL-LINHA AFTER ADVANCING 1 LINE
004910         MOVE 8 TO RETURN-CODE
004920     END-IF.
004930     CLOSE CLIENTES-MASTER AUDITORIA TOTAIS-CAIXAS RELATORIO.
004940 9000-FINALIZAR-EXIT.
004950     EXIT.
004960
004970 9999-EXIT.
004980     STOP RUN.
