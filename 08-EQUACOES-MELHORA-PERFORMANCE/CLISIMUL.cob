000240*                    PROJETA; A TAXA NEGOCIADA POR CONTA   *
000250*                    (CLITXNEG) NAO ENTRA, POIS NAO MUDA   *
000260*                    COM O CLIPARM. NADA E GRAVADO.        *
000270* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000280*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000290*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000300* 2026-10-15 EBC     CONTA BAIXADA PARA PREJUIZO           *
000310*                    (CLI-STATUS "P") FICA FORA DA         *
000320*                    PROJECAO, COMO NO LOTE DE JUROS.      *
000330* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000340*                    BYTES COM OS CICLOS DE                *
000350*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000360*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000370* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000380*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000390*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000400*----------------------------------------------------------*
000410 ENVIRONMENT             DIVISION.
000420 CONFIGURATION           SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450
000460 INPUT-OUTPUT            SECTION.
000470 FILE-CONTROL.
000480     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CLI-ID
000520         FILE STATUS IS FS-CLIENTES-MASTER.
000530     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS FS-PARAMETROS.
000560     SELECT PROPOSTOS ASSIGN TO "CLIPRPND"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS FS-PROPOSTOS.
000590     SELECT RELATORIO ASSIGN TO "RELSIM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-RELATORIO.
000620
000630 DATA                    DIVISION.
000640 FILE                    SECTION.
000650 FD  CLIENTES-MASTER
000660     LABEL RECORD IS STANDARD.
000670     COPY CLIREG.
000680
000690 FD  PARAMETROS
000700     LABEL RECORD IS STANDARD.
000710 01  PARM-REGISTRO.
000720     05  PARM-FATOR-JUROS    PICTURE 9V99.
000730     05  PARM-FATOR-MULTA    PICTURE 9V99.
000740     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
000750     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
000760     05  PARM-FATOR-USD      PICTURE 9V99.
000770     05  PARM-FATOR-EUR      PICTURE 9V99.
000780     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
000790     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
000800     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
000810     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
000820     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
000830     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
000840     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
000850     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
000860     05  PARM-DIAS-CARTA     PICTURE 9(02).
000870     05  PARM-PCT-INDICE     PICTURE 9(03).
000880     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
000890     05  PARM-LIM-MOV-MES    PICTURE 9(10).
000900     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
000910     05  PARM-IOF-DIARIO     PICTURE V9(06).
000920     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
000930     05  PARM-CICLO-ALTO     PICTURE 9(02).
000940     05  PARM-CICLO-MEDIO    PICTURE 9(02).
000950     05  PARM-CICLO-BAIXO    PICTURE 9(02).
000960     05  PARM-CARENCIA-KYC   PICTURE 9(02).
000970     05  PARM-TETO-FGC       PICTURE 9(10).
000980
000990 FD  PROPOSTOS
001000     LABEL RECORD IS STANDARD.
001010 01  PRP-REGISTRO.
001020     05  PRP-FATOR-JUROS     PICTURE 9V99.
001030     05  PRP-FATOR-MULTA     PICTURE 9V99.
001040     05  PRP-FATOR-PREMIUM   PICTURE 9V99.
001050     05  PRP-FATOR-EMPRESA   PICTURE 9V99.
001060     05  PRP-FATOR-USD       PICTURE 9V99.
001070     05  PRP-FATOR-EUR       PICTURE 9V99.
001080     05  PRP-LIMITE-OVERDR   PICTURE S9(10).
001090     05  PRP-SALDO-MAXIMO    PICTURE 9(10).
001100     05  PRP-TIPO-EXECUCAO   PICTURE X(01).
001110     05  PRP-SIMBOLO-MOEDA   PICTURE X(03).
001120     05  PRP-IRRF-PREMIUM    PICTURE V9(04).
001130     05  PRP-IRRF-EMPRESA    PICTURE V9(04).
001140     05  PRP-TARIFA-PREMIUM  PICTURE 9(06).
001150     05  PRP-TARIFA-EMPRESA  PICTURE 9(06).
001160     05  PRP-DIAS-CARTA      PICTURE 9(02).
001170     05  PRP-PCT-INDICE      PICTURE 9(03).
001180     05  PRP-LIM-MOV-AVULSO  PICTURE 9(10).
001190     05  PRP-LIM-MOV-MES     PICTURE 9(10).
001200     05  PRP-SALDO-MIN-PREM  PICTURE 9(10).
001210     05  PRP-IOF-DIARIO      PICTURE V9(06).
001220     05  PRP-IOF-ADICIONAL   PICTURE V9(04).
001230     05  PRP-CICLO-ALTO     PICTURE 9(02).
001240     05  PRP-CICLO-MEDIO    PICTURE 9(02).
001250     05  PRP-CICLO-BAIXO    PICTURE 9(02).
001260     05  PRP-CARENCIA-KYC   PICTURE 9(02).
001270     05  PRP-TETO-FGC       PICTURE 9(10).
001280
001290 FD  RELATORIO
001300     LABEL RECORD IS STANDARD.
001310 01  REL-LINHA               PICTURE X(132).
001320
001330 WORKING-STORAGE         SECTION.
001340 01  WRK-FLAGS.
001350     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001360         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001370 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001380 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001390 01  FS-PROPOSTOS        PICTURE X(02)      VALUE "00".
001400 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001410 77  WRK-FATOR-ATUAL     PICTURE 9V99       VALUE ZEROS.
001420 77  WRK-FATOR-PROP      PICTURE 9V99       VALUE ZEROS.
001430 77  WRK-IRRF-ATUAL      PICTURE V9(04)     VALUE ZEROS.
001440 77  WRK-IRRF-PROP       PICTURE V9(04)     VALUE ZEROS.
001450 77  WRK-JUROS-ATUAL     PICTURE S9(10)     COMP VALUE ZEROS.
001460 77  WRK-JUROS-PROP      PICTURE S9(10)     COMP VALUE ZEROS.
001470 77  WRK-IRRF-VAL-ATUAL  PICTURE S9(10)     COMP VALUE ZEROS.
001480 77  WRK-IRRF-VAL-PROP   PICTURE S9(10)     COMP VALUE ZEROS.
001490 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001500 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
001510 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001520 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 20.
001530 77  WRK-AGENCIA-BUSCA   PICTURE 9(04)      VALUE ZEROS.
001540 77  WRK-IDX-TOT         PICTURE 9(01)      COMP VALUE ZEROS.
001550 77  WRK-DELTA           PICTURE S9(12)     COMP VALUE ZEROS.
001560 77  WRK-CONT-CONTAS     PICTURE 9(06)      COMP VALUE ZEROS.
001570
001580*----------------------------------------------------------*
001590* PROJECOES POR DIMENSAO: 1-3 TIPO (POUPANCA, PREMIUM,     *
001600* EMPRESARIAL), 4-6 MOEDA (BRL, USD, EUR), 7 MULTA DE      *
001610* CHEQUE ESPECIAL, 8 IRRF                                  *
001620*----------------------------------------------------------*
001630 01  TAB-TOTAIS.
001640     05  TAB-TOT-ENTRADA         OCCURS 8 TIMES.
001650         10  TAB-TOT-ATUAL        PICTURE S9(12) COMP.
001660         10  TAB-TOT-PROPOSTO     PICTURE S9(12) COMP.
001670 01  TAB-AGENCIAS.
001680     05  TAB-AG-ENTRADA          OCCURS 20 TIMES.
001690         10  TAB-AG-CODIGO        PICTURE 9(04).
001700         10  TAB-AG-ATUAL         PICTURE S9(12) COMP.
001710         10  TAB-AG-PROPOSTO      PICTURE S9(12) COMP.
001720
001730 01  REL-CABECALHO.
001740     05  FILLER              PICTURE X(50)
001750       VALUE "SIMULACAO DE IMPACTO DE TAXAS (CLISIMUL) - MENSAL".
001760     05  FILLER              PICTURE X(82) VALUE SPACES.
001770 01  REL-CABECALHO-2.
001780     05  FILLER              PICTURE X(24) VALUE "QUADRO".
001790     05  FILLER              PICTURE X(18) VALUE "VIGENTE".
001800     05  FILLER              PICTURE X(18) VALUE "PROPOSTO".
001810     05  FILLER              PICTURE X(18) VALUE "DELTA".
001820     05  FILLER              PICTURE X(54) VALUE SPACES.
001830 01  REL-LINHA-PAR.
001840     05  REL-PAR-ROTULO      PICTURE X(24).
001850     05  REL-PAR-ATUAL       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001860     05  REL-PAR-PROPOSTO    PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001870     05  REL-PAR-DELTA       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001880     05  FILLER              PICTURE X(54) VALUE SPACES.
001890
001900 PROCEDURE               DIVISION.
001910*----------------------------------------------------------*
001920* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001930*----------------------------------------------------------*
001940 0000-MAINLINE.
001950     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001960     PERFORM 2000-PROJETAR-CLIENTE THRU 2000-PROJETAR-CLIENTE-EXIT
001970             UNTIL FIM-ARQUIVO-CLIENTES.
001980     PERFORM 8000-IMPRIMIR-QUADROS THRU 8000-IMPRIMIR-QUADROS-EXIT.
001990     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002000     GO TO 9999-EXIT.
002010
002020*----------------------------------------------------------*
002030* 1000-INICIALIZAR - LE O VIGENTE E O PROPOSTO E ABRE OS   *
002040*                    ARQUIVOS. SEM PROPOSTA PENDENTE NAO   *
002050*                    HA O QUE SIMULAR (RC 16).             *
002060*----------------------------------------------------------*
002070 1000-INICIALIZAR.
002080     OPEN INPUT PARAMETROS.
002090     IF FS-PARAMETROS NOT = "00"
002100         DISPLAY "CLISIMUL: ERRO AO ABRIR CLIPARM - STATUS "
002110                 FS-PARAMETROS
002120         MOVE 16 TO RETURN-CODE
002130         GO TO 9999-EXIT
002140     END-IF.
002150     READ PARAMETROS
002160         AT END
002170             DISPLAY "CLISIMUL: CLIPARM VAZIO - NADA A SIMULAR"
002180             CLOSE PARAMETROS
002190             MOVE 16 TO RETURN-CODE
002200             GO TO 9999-EXIT
002210     END-READ.
002220     CLOSE PARAMETROS.
002230     OPEN INPUT PROPOSTOS.
002240     IF FS-PROPOSTOS NOT = "00"
002250         DISPLAY "CLISIMUL: CLIPRPND NAO ENCONTRADO - NENHUMA "
002260                 "PROPOSTA PENDENTE DO PARMMNT"
002270         MOVE 16 TO RETURN-CODE
002280         GO TO 9999-EXIT
002290     END-IF.
002300     READ PROPOSTOS
002310         AT END
002320             DISPLAY "CLISIMUL: CLIPRPND VAZIO - NENHUMA "
002330                     "PROPOSTA PENDENTE"
002340             CLOSE PROPOSTOS
002350             MOVE 16 TO RETURN-CODE
002360             GO TO 9999-EXIT
002370     END-READ.
002380     CLOSE PROPOSTOS.
002390     OPEN INPUT CLIENTES-MASTER.
002400     IF FS-CLIENTES-MASTER NOT = "00"
002410         DISPLAY "CLISIMUL: ERRO AO ABRIR CLIMSTR - STATUS "
002420                 FS-CLIENTES-MASTER
002430         MOVE 16 TO RETURN-CODE
002440         GO TO 9999-EXIT
002450     END-IF.
002460     OPEN OUTPUT RELATORIO.
002470     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002480     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
002490     PERFORM 2100-LER-PROXIMO-CLIENTE
002500             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
002510 1000-INICIALIZAR-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------*
002550* 2000-PROJETAR-CLIENTE - PROJETA O JUROS (OU A MULTA) DO  *
002560*                    PERIODO DO CLIENTE NOS DOIS CONJUNTOS *
002570*                    DE TAXAS E ACUMULA NOS QUADROS        *
002580*----------------------------------------------------------*
002590 2000-PROJETAR-CLIENTE.
002600     IF CLI-INATIVO OR CLI-DORMENTE OR CLI-PREJUIZO
002610             OR CLI-DATA-ENCERRAMENTO NOT = ZEROS
002620         GO TO 2000-PROJETAR-CLIENTE-LER
002630     END-IF.
002640     ADD 1 TO WRK-CONT-CONTAS.
002650     IF CLI-SALDO < ZERO
002660*        MULTA DE CHEQUE ESPECIAL: UMA APLICACAO DO FATOR
002670*        SOBRE O SALDO DEVEDOR, COMO NO 2050 DO CLIENTES.
002680         COMPUTE WRK-JUROS-ATUAL ROUNDED = CLI-SALDO
002690                 * (PARM-FATOR-MULTA - 1)
002700         COMPUTE WRK-JUROS-PROP ROUNDED = CLI-SALDO
002710                 * (PRP-FATOR-MULTA - 1)
002720         ADD WRK-JUROS-ATUAL TO TAB-TOT-ATUAL (7)
002730         ADD WRK-JUROS-PROP  TO TAB-TOT-PROPOSTO (7)
002740         GO TO 2000-PROJETAR-CLIENTE-LER
002750     END-IF.
002760     PERFORM 2050-RESOLVER-FATORES
002770             THRU 2050-RESOLVER-FATORES-EXIT.
002780     COMPUTE WRK-JUROS-ATUAL ROUNDED = CLI-SALDO
002790             * (WRK-FATOR-ATUAL - 1).
002800     COMPUTE WRK-JUROS-PROP ROUNDED = CLI-SALDO
002810             * (WRK-FATOR-PROP - 1).
002820     COMPUTE WRK-IRRF-VAL-ATUAL ROUNDED = WRK-JUROS-ATUAL
002830             * WRK-IRRF-ATUAL.
002840     COMPUTE WRK-IRRF-VAL-PROP ROUNDED = WRK-JUROS-PROP
002850             * WRK-IRRF-PROP.
002860*    QUADRO POR TIPO DE CONTA (1-3).
002870     IF CONTA-PREMIUM
002880         MOVE 2 TO WRK-IDX-TOT
002890     ELSE
002900         IF CONTA-EMPRESARIAL
002910             MOVE 3 TO WRK-IDX-TOT
002920         ELSE
002930             MOVE 1 TO WRK-IDX-TOT
002940         END-IF
002950     END-IF.
002960     ADD WRK-JUROS-ATUAL TO TAB-TOT-ATUAL (WRK-IDX-TOT).
002970     ADD WRK-JUROS-PROP  TO TAB-TOT-PROPOSTO (WRK-IDX-TOT).
002980*    QUADRO POR MOEDA (4-6).
002990     IF MOEDA-DOLAR
003000         MOVE 5 TO WRK-IDX-TOT
003010     ELSE
003020         IF MOEDA-EURO
003030             MOVE 6 TO WRK-IDX-TOT
003040         ELSE
003050             MOVE 4 TO WRK-IDX-TOT
003060         END-IF
003070     END-IF.
003080     ADD WRK-JUROS-ATUAL TO TAB-TOT-ATUAL (WRK-IDX-TOT).
003090     ADD WRK-JUROS-PROP  TO TAB-TOT-PROPOSTO (WRK-IDX-TOT).
003100*    IRRF (8) E QUADRO POR AGENCIA.
003110     ADD WRK-IRRF-VAL-ATUAL TO TAB-TOT-ATUAL (8).
003120     ADD WRK-IRRF-VAL-PROP  TO TAB-TOT-PROPOSTO (8).
003130     PERFORM 2070-ACUMULAR-AGENCIA
003140             THRU 2070-ACUMULAR-AGENCIA-EXIT.
003150 2000-PROJETAR-CLIENTE-LER.
003160     PERFORM 2100-LER-PROXIMO-CLIENTE
003170             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
003180 2000-PROJETAR-CLIENTE-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220* 2050-RESOLVER-FATORES - FATOR E ALIQUOTA DO CLIENTE NOS  *
003230*                    DOIS CONJUNTOS, COM O MESMO CRITERIO  *
003240*                    DE TIPO/MOEDA DO 2050 DO CLIENTES     *
003250*----------------------------------------------------------*
003260 2050-RESOLVER-FATORES.
003270     MOVE ZEROS TO WRK-IRRF-ATUAL WRK-IRRF-PROP.
003280     IF CONTA-PREMIUM
003290         MOVE PARM-FATOR-PREMIUM TO WRK-FATOR-ATUAL
003300         MOVE PRP-FATOR-PREMIUM  TO WRK-FATOR-PROP
003310         MOVE PARM-IRRF-PREMIUM  TO WRK-IRRF-ATUAL
003320         MOVE PRP-IRRF-PREMIUM   TO WRK-IRRF-PROP
003330     ELSE
003340         IF CONTA-EMPRESARIAL
003350             MOVE PARM-FATOR-EMPRESA TO WRK-FATOR-ATUAL
003360             MOVE PRP-FATOR-EMPRESA  TO WRK-FATOR-PROP
003370             MOVE PARM-IRRF-EMPRESA  TO WRK-IRRF-ATUAL
003380             MOVE PRP-IRRF-EMPRESA   TO WRK-IRRF-PROP
003390         ELSE
003400             MOVE PARM-FATOR-JUROS TO WRK-FATOR-ATUAL
003410             MOVE PRP-FATOR-JUROS  TO WRK-FATOR-PROP
003420         END-IF
003430     END-IF.
003440     IF MOEDA-DOLAR
003450         MOVE PARM-FATOR-USD TO WRK-FATOR-ATUAL
003460         MOVE PRP-FATOR-USD  TO WRK-FATOR-PROP
003470     ELSE
003480         IF MOEDA-EURO
003490             MOVE PARM-FATOR-EUR TO WRK-FATOR-ATUAL
003500             MOVE PRP-FATOR-EUR  TO WRK-FATOR-PROP
003510         END-IF
003520     END-IF.
003530 2050-RESOLVER-FATORES-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------*
003570* 2070-ACUMULAR-AGENCIA - SOMA A PROJECAO NA AGENCIA DO    *
003580*                    CLIENTE, NOS MOLDES DO CLIRECON       *
003590*----------------------------------------------------------*
003600 2070-ACUMULAR-AGENCIA.
003610     MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA.
003620     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
003630     PERFORM 2080-CONFERIR-ENTRADA
003640             THRU 2080-CONFERIR-ENTRADA-EXIT
003650             VARYING WRK-IDX-AG FROM 1 BY 1
003660             UNTIL WRK-IDX-AG > WRK-QTD-AG.
003670     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
003680     IF WRK-IDX-AG = ZEROS
003690         IF WRK-QTD-AG >= WRK-MAX-AG
003700             GO TO 2070-ACUMULAR-AGENCIA-EXIT
003710         END-IF
003720         ADD 1 TO WRK-QTD-AG
003730         MOVE WRK-QTD-AG TO WRK-IDX-AG
003740         MOVE WRK-AGENCIA-BUSCA TO TAB-AG-CODIGO (WRK-IDX-AG)
003750         MOVE ZEROS TO TAB-AG-ATUAL (WRK-IDX-AG)
003760         MOVE ZEROS TO TAB-AG-PROPOSTO (WRK-IDX-AG)
003770     END-IF.
003780     ADD WRK-JUROS-ATUAL TO TAB-AG-ATUAL (WRK-IDX-AG).
003790     ADD WRK-JUROS-PROP  TO TAB-AG-PROPOSTO (WRK-IDX-AG).
003800 2070-ACUMULAR-AGENCIA-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840* 2080-CONFERIR-ENTRADA - CONFERE UMA ENTRADA DA TABELA    *
003850*----------------------------------------------------------*
003860 2080-CONFERIR-ENTRADA.
003870     IF WRK-IDX-AG-ACHADO = ZEROS
003880             AND TAB-AG-CODIGO (WRK-IDX-AG)
003890             = WRK-AGENCIA-BUSCA
003900         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
003910     END-IF.
003920 2080-CONFERIR-ENTRADA-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
003970*----------------------------------------------------------*
003980 2100-LER-PROXIMO-CLIENTE.
003990     READ CLIENTES-MASTER NEXT RECORD
004000         AT END
004010             SET FIM-ARQUIVO-CLIENTES TO TRUE
004020     END-READ.
004030 2100-LER-PROXIMO-CLIENTE-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------*
004070* 8000-IMPRIMIR-QUADROS - VIGENTE X PROPOSTO X DELTA POR   *
004080*                    TIPO, MOEDA, MULTA, IRRF E AGENCIA    *
004090*----------------------------------------------------------*
004100 8000-IMPRIMIR-QUADROS.
004110     MOVE "JUROS POUPANCA          " TO REL-PAR-ROTULO.
004120     MOVE 1 TO WRK-IDX-TOT.
004130     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004140     MOVE "JUROS PREMIUM           " TO REL-PAR-ROTULO.
004150     MOVE 2 TO WRK-IDX-TOT.
004160     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004170     MOVE "JUROS EMPRESARIAL       " TO REL-PAR-ROTULO.
004180     MOVE 3 TO WRK-IDX-TOT.
004190     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004200     MOVE "JUROS MOEDA BRL         " TO REL-PAR-ROTULO.
004210     MOVE 4 TO WRK-IDX-TOT.
004220     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004230     MOVE "JUROS MOEDA USD         " TO REL-PAR-ROTULO.
004240     MOVE 5 TO WRK-IDX-TOT.
004250     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004260     MOVE "JUROS MOEDA EUR         " TO REL-PAR-ROTULO.
004270     MOVE 6 TO WRK-IDX-TOT.
004280     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004290     MOVE "MULTA CHEQUE ESPECIAL   " TO REL-PAR-ROTULO.
004300     MOVE 7 TO WRK-IDX-TOT.
004310     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004320     MOVE "IRRF RETIDO             " TO REL-PAR-ROTULO.
004330     MOVE 8 TO WRK-IDX-TOT.
004340     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
004350     MOVE "PROJECAO POR AGENCIA" TO REL-LINHA.
004360     WRITE REL-LINHA AFTER ADVANCING 2 LINES.
004370     PERFORM 8200-IMPRIMIR-AGENCIA
004380             THRU 8200-IMPRIMIR-AGENCIA-EXIT
004390             VARYING WRK-IDX-AG FROM 1 BY 1
004400             UNTIL WRK-IDX-AG > WRK-QTD-AG.
004410 8000-IMPRIMIR-QUADROS-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------*
004450* 8100-IMPRIMIR-TOTAL - IMPRIME UMA LINHA DO QUADRO GERAL  *
004460*----------------------------------------------------------*
004470 8100-IMPRIMIR-TOTAL.
004480     MOVE TAB-TOT-ATUAL (WRK-IDX-TOT)    TO REL-PAR-ATUAL.
004490     MOVE TAB-TOT-PROPOSTO (WRK-IDX-TOT) TO REL-PAR-PROPOSTO.
004500     COMPUTE WRK-DELTA = TAB-TOT-PROPOSTO (WRK-IDX-TOT)
004510             - TAB-TOT-ATUAL (WRK-IDX-TOT).
004520     MOVE WRK-DELTA TO REL-PAR-DELTA.
004530     WRITE REL-LINHA FROM REL-LINHA-PAR AFTER ADVANCING 1 LINE.
004540 8100-IMPRIMIR-TOTAL-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------*
004580* 8200-IMPRIMIR-AGENCIA - IMPRIME UMA AGENCIA DO QUADRO    *
004590*----------------------------------------------------------*
004600 8200-IMPRIMIR-AGENCIA.
004610     MOVE SPACES TO REL-PAR-ROTULO.
004620     STRING "AGENCIA " TAB-AG-CODIGO (WRK-IDX-AG)
004630             DELIMITED BY SIZE INTO REL-PAR-ROTULO.
004640     MOVE TAB-AG-ATUAL (WRK-IDX-AG)    TO REL-PAR-ATUAL.
004650     MOVE TAB-AG-PROPOSTO (WRK-IDX-AG) TO REL-PAR-PROPOSTO.
004660     COMPUTE WRK-DELTA = TAB-AG-PROPOSTO (WRK-IDX-AG)
004670             - TAB-AG-ATUAL (WRK-IDX-AG).
004680     MOVE WRK-DELTA TO REL-PAR-DELTA.
004690     WRITE REL-LINHA FROM REL-LINHA-PAR AFTER ADVANCING 1 LINE.
004700 8200-IMPRIMIR-AGENCIA-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740* 9000-FINALIZAR - FECHAMENTO (NADA E GRAVADO)             *
004750*----------------------------------------------------------*
004760 9000-FINALIZAR.
004770     MOVE SPACES TO REL-PAR-ROTULO.
004780     MOVE "CONTAS PROJETADAS       " TO REL-PAR-ROTULO.
004790     MOVE WRK-CONT-CONTAS TO REL-PAR-ATUAL.
004800     MOVE ZEROS TO REL-PAR-PROPOSTO REL-PAR-DELTA.
004810     WRITE REL-LINHA FROM REL-LINHA-PAR AFTER ADVANCING 2 LINES.
004820     CLOSE CLIENTES-MASTER RELATORIO.
004830 9000-FINALIZAR-EXIT.
004840     EXIT.
004850
004860 9999-EXIT.
004870     STOP RUN.
