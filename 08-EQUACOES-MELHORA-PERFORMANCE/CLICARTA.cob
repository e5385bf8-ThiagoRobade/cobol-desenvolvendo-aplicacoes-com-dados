000450*                    DESVIADA PARA A LISTA DE TRATAMENTO   *
000460*                    DA AGENCIA (CARTADIV), QUE ENTREGA    *
000470*                    EM MAOS OU CORRIGE O CADASTRO.        *
000480* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000490*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000500*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000510* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000520*                    BYTES COM OS CICLOS DE                *
000530*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000540*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000550* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000560*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000570*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000580* 2026-10-15 EBC     CADA CARTA IMPRESSA NO CARTAS E       *
000590*                    ANOTADA NO CLICORR (COPY CLICORRG),   *
000600*                    DE ONDE O CLIENVEL MONTA UM ENVELOPE  *
000610*                    POR ENDERECO COM TODA A               *
000620*                    CORRESPONDENCIA DO DIA.               *
000630*----------------------------------------------------------*
000640 ENVIRONMENT             DIVISION.
000650 CONFIGURATION           SECTION.
000660 SPECIAL-NAMES.
000670     DECIMAL-POINT IS COMMA.
000680
000690 INPUT-OUTPUT            SECTION.
000700 FILE-CONTROL.
000710     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CLI-ID
000750         FILE STATUS IS FS-CLIENTES-MASTER.
000760     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-AUDITORIA.
000790     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FS-PARAMETROS.
000820     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000830     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS AUDK-CHAVE
000870         FILE STATUS IS FS-AUDK.
000880     SELECT CARTAS ASSIGN TO "CARTAS"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-CARTAS.
000910     SELECT CARTAS-DESVIADAS ASSIGN TO "CARTADIV"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-CARTAS-DESVIADAS.
000940*----------------------------------------------------------*
000950* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
000960* CLIENVEL                                                 *
000970*----------------------------------------------------------*
000980     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS FS-CORRESPONDENCIA.
001010     SELECT RELATORIO ASSIGN TO "RELCAR"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS FS-RELATORIO.
001040
001050 DATA                    DIVISION.
001060 FILE                    SECTION.
001070 FD  CLIENTES-MASTER
001080     LABEL RECORD IS STANDARD.
001090     COPY CLIREG.
001100
001110 FD  AUDITORIA
001120     LABEL RECORD IS STANDARD.
001130 01  AUD-LINHA                PICTURE X(100).
001140
001150 FD  PARAMETROS
001160     LABEL RECORD IS STANDARD.
001170 01  PARM-REGISTRO.
001180     05  FILLER              PICTURE X(42).
001190     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001200     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001210     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001220     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001230     05  PARM-DIAS-CARTA     PICTURE 9(02).
001240     05  PARM-PCT-INDICE     PICTURE 9(03).
001250     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001260     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001270     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001280     05  PARM-IOF-DIARIO     PICTURE V9(06).
001290     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001300     05  PARM-CICLO-ALTO     PICTURE 9(02).
001310     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001320     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001330     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001340     05  PARM-TETO-FGC       PICTURE 9(10).
001350
001360 SD  CLASSIFICACAO.
001370 01  SRT-REGISTRO.
001380     05  SRT-CLIENTE          PICTURE 9(06).
001390     05  SRT-DATA             PICTURE 9(08).
001400     05  SRT-LINHA            PICTURE X(100).
001410
001420 FD  AUDITORIA-CHAVEADA
001430     LABEL RECORD IS STANDARD.
001440     COPY CLIAUKRG.
001450
001460 FD  CARTAS
001470     LABEL RECORD IS STANDARD.
001480 01  CARTA-LINHA              PICTURE X(132).
001490
001500 FD  CARTAS-DESVIADAS
001510     LABEL RECORD IS STANDARD.
001520 01  DESV-REGISTRO.
001530     05  DESV-AGENCIA        PICTURE 9(04).
001540     05  FILLER              PICTURE X(01) VALUE SPACES.
001550     05  DESV-CLIENTE        PICTURE 9(06).
001560     05  FILLER              PICTURE X(01) VALUE SPACES.
001570     05  DESV-NOME           PICTURE X(20).
001580     05  FILLER              PICTURE X(01) VALUE SPACES.
001590     05  DESV-MOTIVO         PICTURE X(30).
001600     05  FILLER              PICTURE X(17) VALUE SPACES.
001610
001620 FD  CORRESPONDENCIA
001630     LABEL RECORD IS STANDARD.
001640     COPY CLICORRG.
001650
001660 FD  RELATORIO
001670     LABEL RECORD IS STANDARD.
001680 01  REL-LINHA               PICTURE X(132).
001690
001700 WORKING-STORAGE         SECTION.
001710 01  WRK-FLAGS.
001720     05  WRK-FIM-AUDIT   PICTURE X(01)      VALUE "N".
001730         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001740     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001750         88  FIM-CLASSIFICACAO              VALUE "S".
001760     05  WRK-TEM-GRUPO   PICTURE X(01)      VALUE "N".
001770         88  GRUPO-EM-ABERTO                VALUE "S".
001780     05  WRK-USA-AUDK    PICTURE X(01)      VALUE "N".
001790         88  USAR-TRILHA-CHAVEADA           VALUE "S".
001800     05  WRK-FIM-AUDK    PICTURE X(01)      VALUE "N".
001810         88  FIM-TRILHA-CHAVEADA            VALUE "S".
001820 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001830 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001840 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001850 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001860 01  FS-CARTAS           PICTURE X(02)      VALUE "00".
001870 01  FS-CARTAS-DESVIADAS PICTURE X(02)      VALUE "00".
001880 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
001890 77  WRK-CONT-DESVIADAS  PICTURE 9(06)      COMP VALUE ZEROS.
001900 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001910 77  WRK-DIAS-CARTA      PICTURE 9(02)      COMP VALUE 3.
001920 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001930 77  WRK-CLIENTE-GRUPO   PICTURE 9(06)      VALUE ZEROS.
001940 77  WRK-SEQUENCIA       PICTURE 9(04)      COMP VALUE ZEROS.
001950 77  WRK-DATA-ULT-MULTA  PICTURE 9(08)      VALUE ZEROS.
001960 77  WRK-MULTA-SEQ       PICTURE S9(10)V99  COMP VALUE ZEROS.
001970 77  WRK-SALDO-FINAL     PICTURE S9(10)V99  COMP VALUE ZEROS.
001980 77  WRK-SALDO-ANT-NUM   PICTURE S9(10)V99  COMP VALUE ZEROS.
001990 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
002000 77  WRK-JUROS-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
002010 77  WRK-CONT-CARTAS     PICTURE 9(06)      COMP VALUE ZEROS.
002020 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
002030 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
002040 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
002050 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 20.
002060
002070*----------------------------------------------------------*
002080* RESUMO POR AGENCIA PARA A CENTRAL DA FILIAL              *
002090*----------------------------------------------------------*
002100 01  TAB-AGENCIAS.
002110     05  TAB-AG-ENTRADA          OCCURS 20 TIMES.
002120         10  TAB-AG-CODIGO        PICTURE 9(04).
002130         10  TAB-AG-CARTAS        PICTURE 9(06) COMP.
002140
002150*----------------------------------------------------------*
002160* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
002170*----------------------------------------------------------*
002180     COPY CLIAUDRG.
002190
002200*----------------------------------------------------------*
002210* LINHAS DA CARTA E DO RESUMO                              *
002220*----------------------------------------------------------*
002230 01  CARTA-SEPARADOR.
002240     05  FILLER              PICTURE X(40)
002250             VALUE ALL "=".
002260     05  FILLER              PICTURE X(92) VALUE SPACES.
002270 01  CARTA-DESTINATARIO.
002280     05  FILLER              PICTURE X(06) VALUE "PARA: ".
002290     05  CARTA-NOME          PICTURE X(20).
002300     05  FILLER              PICTURE X(02) VALUE SPACES.
002310     05  CARTA-ENDERECO      PICTURE X(30).
002320     05  FILLER              PICTURE X(74) VALUE SPACES.
002330 01  CARTA-CIDADE-LINHA.
002340     05  FILLER              PICTURE X(06) VALUE SPACES.
002350     05  CARTA-CIDADE        PICTURE X(20).
002360     05  FILLER              PICTURE X(01) VALUE "-".
002370     05  CARTA-UF            PICTURE X(02).
002380     05  FILLER              PICTURE X(05) VALUE " CEP ".
002390     05  CARTA-CEP           PICTURE 9(08).
002400     05  FILLER              PICTURE X(90) VALUE SPACES.
002410 01  CARTA-TEXTO-1.
002420     05  FILLER              PICTURE X(44)
002430             VALUE "COMUNICAMOS QUE SUA CONTA PERMANECE COM ".
002440     05  FILLER              PICTURE X(30)
002450             VALUE "SALDO DEVEDOR (CHEQUE ESPECIAL".
002460     05  FILLER              PICTURE X(02) VALUE ") ".
002470     05  FILLER              PICTURE X(56) VALUE SPACES.
002480 01  CARTA-DIAS-LINHA.
002490     05  FILLER              PICTURE X(25)
002500             VALUE "HA (DIAS CONSECUTIVOS):  ".
002510     05  CARTA-DIAS          PICTURE ZZZ9.
002520     05  FILLER              PICTURE X(103) VALUE SPACES.
002530 01  CARTA-SALDO-LINHA.
002540     05  FILLER              PICTURE X(25)
002550             VALUE "SALDO ATUAL:             ".
002560     05  CARTA-SALDO         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002570     05  FILLER              PICTURE X(89) VALUE SPACES.
002580 01  CARTA-MULTA-LINHA.
002590     05  FILLER              PICTURE X(25)
002600             VALUE "ENCARGOS NO PERIODO:     ".
002610     05  CARTA-MULTA         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002620     05  FILLER              PICTURE X(89) VALUE SPACES.
002630 01  CARTA-TEXTO-2.
002640     05  FILLER              PICTURE X(44)
002650             VALUE "PROCURE SUA AGENCIA PARA REGULARIZACAO. ".
002660     05  FILLER              PICTURE X(88) VALUE SPACES.
002670 01  REL-CABECALHO.
002680     05  FILLER              PICTURE X(44)
002690             VALUE "RESUMO DAS CARTAS DE CHEQUE ESPECIAL".
002700     05  FILLER              PICTURE X(88) VALUE SPACES.
002710 01  REL-LINHA-AGENCIA.
002720     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
002730     05  REL-AG-CODIGO       PICTURE 9(04).
002740     05  FILLER              PICTURE X(09) VALUE "  CARTAS ".
002750     05  REL-AG-CARTAS       PICTURE Z.ZZZ.ZZ9.
002760     05  FILLER              PICTURE X(102) VALUE SPACES.
002770 01  REL-RODAPE.
002780     05  REL-ROD-ROTULO      PICTURE X(30).
002790     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
002800     05  FILLER              PICTURE X(93) VALUE SPACES.
002810
002820 PROCEDURE               DIVISION.
002830*----------------------------------------------------------*
002840* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002850*----------------------------------------------------------*
002860 0000-MAINLINE.
002870     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002880     IF USAR-TRILHA-CHAVEADA
002890         PERFORM 3500-AVALIAR-DIRETO
002900                 THRU 3500-AVALIAR-DIRETO-EXIT
002910     ELSE
002920         SORT CLASSIFICACAO
002930                 ON ASCENDING KEY SRT-CLIENTE SRT-DATA
002940                 INPUT PROCEDURE IS 2000-LIBERAR-AUDITORIA
002950                         THRU 2000-LIBERAR-AUDITORIA-EXIT
002960                 OUTPUT PROCEDURE IS 3000-AVALIAR-CLIENTES
002970                         THRU 3000-AVALIAR-CLIENTES-EXIT
002980     END-IF.
002990     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003000     GO TO 9999-EXIT.
003010
003020*----------------------------------------------------------*
003030* 1000-INICIALIZAR - PARAMETRO N, ABERTURAS                *
003040*----------------------------------------------------------*
003050 1000-INICIALIZAR.
003060     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003070     OPEN INPUT PARAMETROS.
003080     IF FS-PARAMETROS = "00"
003090         READ PARAMETROS
003100             AT END
003110                 CONTINUE
003120             NOT AT END
003130                 IF PARM-DIAS-CARTA NOT = ZEROS
003140                     MOVE PARM-DIAS-CARTA TO WRK-DIAS-CARTA
003150                 END-IF
003160         END-READ
003170         CLOSE PARAMETROS
003180     END-IF.
003190     OPEN INPUT AUDITORIA.
003200     IF FS-AUDITORIA NOT = "00"
003210         DISPLAY "CLICARTA: ERRO AO ABRIR CLIAUDIT - STATUS "
003220                 FS-AUDITORIA
003230         MOVE 16 TO RETURN-CODE
003240         GO TO 9999-EXIT
003250     END-IF.
003260     OPEN INPUT CLIENTES-MASTER.
003270     IF FS-CLIENTES-MASTER NOT = "00"
003280         DISPLAY "CLICARTA: CLIMSTR INDISPONIVEL - STATUS "
003290                 FS-CLIENTES-MASTER
003300                 " - CARTAS SAIRAO SEM ENDERECO"
003310     END-IF.
003320     OPEN INPUT AUDITORIA-CHAVEADA.
003330     IF FS-AUDK = "00"
003340         SET USAR-TRILHA-CHAVEADA TO TRUE
003350     ELSE
003360         DISPLAY "CLICARTA: CLIAUDK INDISPONIVEL - STATUS "
003370                 FS-AUDK " - CAINDO NO SORT CLASSICO"
003380     END-IF.
003390     OPEN OUTPUT CARTAS.
003400     OPEN OUTPUT CARTAS-DESVIADAS.
003410     OPEN EXTEND CORRESPONDENCIA.
003420     IF FS-CORRESPONDENCIA NOT = "00"
003430         DISPLAY "CLICARTA: CLICORR INDISPONIVEL - STATUS "
003440                 FS-CORRESPONDENCIA " - CARTAS FORA DO ENVELOPE"
003450     END-IF.
003460     OPEN OUTPUT RELATORIO.
003470     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003480 1000-INICIALIZAR-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------*
003520* 2000-LIBERAR-AUDITORIA - LIBERA TODAS AS LINHAS PARA A   *
003530*                  CLASSIFICACAO POR CLIENTE E DATA        *
003540*----------------------------------------------------------*
003550 2000-LIBERAR-AUDITORIA.
003560     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
003570             UNTIL FIM-ARQUIVO-AUDITORIA.
003580 2000-LIBERAR-AUDITORIA-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------*
003620* 2100-LER-AUDITORIA - LE E LIBERA UMA LINHA DO CLIAUDIT   *
003630*----------------------------------------------------------*
003640 2100-LER-AUDITORIA.
003650     READ AUDITORIA
003660         AT END
003670             SET FIM-ARQUIVO-AUDITORIA TO TRUE
003680             GO TO 2100-LER-AUDITORIA-EXIT
003690     END-READ.
003700     MOVE AUD-LINHA TO AUD-REGISTRO.
003710     MOVE AUD-CLIENTE-ID TO SRT-CLIENTE.
003720     MOVE AUD-DATA       TO SRT-DATA.
003730     MOVE AUD-LINHA      TO SRT-LINHA.
003740     RELEASE SRT-REGISTRO.
003750 2100-LER-AUDITORIA-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790* 3000-AVALIAR-CLIENTES - PERCORRE A SAIDA CLASSIFICADA E  *
003800*                  MEDE, POR CLIENTE, A SEQUENCIA FINAL DE *
003810*                  DIAS SEGUIDOS DE MULTA                  *
003820*----------------------------------------------------------*
003830 3000-AVALIAR-CLIENTES.
003840     PERFORM 3100-TRATAR-LINHA THRU 3100-TRATAR-LINHA-EXIT
003850             UNTIL FIM-CLASSIFICACAO.
003860     IF GRUPO-EM-ABERTO
003870         PERFORM 3300-FECHAR-CLIENTE
003880                 THRU 3300-FECHAR-CLIENTE-EXIT
003890     END-IF.
003900 3000-AVALIAR-CLIENTES-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940* 3100-TRATAR-LINHA - RETORNA UMA LINHA E ATUALIZA A       *
003950*                  SEQUENCIA DE MULTA DO CLIENTE           *
003960*----------------------------------------------------------*
003970 3100-TRATAR-LINHA.
003980     RETURN CLASSIFICACAO
003990         AT END
004000             SET FIM-CLASSIFICACAO TO TRUE
004010             GO TO 3100-TRATAR-LINHA-EXIT
004020     END-RETURN.
004030     MOVE SRT-LINHA TO AUD-REGISTRO.
004040     PERFORM 3120-AVALIAR-LINHA THRU 3120-AVALIAR-LINHA-EXIT.
004050 3100-TRATAR-LINHA-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------*
004090* 3120-AVALIAR-LINHA - ATUALIZA A SEQUENCIA DE MULTA DO    *
004100*                  CLIENTE COM A LINHA EM AUD-REGISTRO     *
004110*                  (VINDA DO SORT OU DO CLIAUDK)           *
004120*----------------------------------------------------------*
004130 3120-AVALIAR-LINHA.
004140     IF GRUPO-EM-ABERTO
004150             AND AUD-CLIENTE-ID NOT = WRK-CLIENTE-GRUPO
004160         PERFORM 3300-FECHAR-CLIENTE
004170                 THRU 3300-FECHAR-CLIENTE-EXIT
004180     END-IF.
004190     IF NOT GRUPO-EM-ABERTO
004200         MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-GRUPO
004210         MOVE ZEROS TO WRK-SEQUENCIA WRK-MULTA-SEQ
004220         MOVE ZEROS TO WRK-DATA-ULT-MULTA
004230         SET GRUPO-EM-ABERTO TO TRUE
004240     END-IF.
004250     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-NUM.
004260     MOVE AUD-JUROS-DIA      TO WRK-JUROS-NUM.
004270     MOVE AUD-SALDO-NOVO     TO WRK-SALDO-FINAL.
004280*    LINHA DE MULTA: SALDO ANTERIOR NEGATIVO COM TAXA
004290*    APLICADA. LINHA SEM TAXA (MOVIMENTO, TARIFA) SO ZERA A
004300*    SEQUENCIA SE O SALDO NOVO SAIU DO NEGATIVO; ENQUANTO A
004310*    CONTA SEGUE DEVEDORA A LINHA E NEUTRA. A SEQUENCIA
004320*    AVANCA SO QUANDO A DATA MUDA.
004330     MOVE AUD-SALDO-NOVO TO WRK-SALDO-NOVO-NUM.
004340     IF WRK-SALDO-ANT-NUM < ZERO
004350             AND AUD-TAXA-APLICADA NOT = ZEROS
004360         IF AUD-DATA NOT = WRK-DATA-ULT-MULTA
004370             ADD 1 TO WRK-SEQUENCIA
004380             MOVE AUD-DATA TO WRK-DATA-ULT-MULTA
004390         END-IF
004400         ADD WRK-JUROS-NUM TO WRK-MULTA-SEQ
004410     ELSE
004420         IF WRK-SALDO-NOVO-NUM NOT < ZERO
004430             MOVE ZEROS TO WRK-SEQUENCIA WRK-MULTA-SEQ
004440             MOVE ZEROS TO WRK-DATA-ULT-MULTA
004450         END-IF
004460     END-IF.
004470 3120-AVALIAR-LINHA-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510* 3500-AVALIAR-DIRETO - CAMINHO SEM SORT: LE O CLIAUDK     *
004520*                  SEQUENCIALMENTE (JA EM ORDEM CLIENTE +  *
004530*                  DATA) E APLICA A MESMA AVALIACAO        *
004540*----------------------------------------------------------*
004550 3500-AVALIAR-DIRETO.
004560     PERFORM 3600-TRATAR-AUDK THRU 3600-TRATAR-AUDK-EXIT
004570             UNTIL FIM-TRILHA-CHAVEADA.
004580     IF GRUPO-EM-ABERTO
004590         PERFORM 3300-FECHAR-CLIENTE
004600                 THRU 3300-FECHAR-CLIENTE-EXIT
004610     END-IF.
004620 3500-AVALIAR-DIRETO-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
004660* 3600-TRATAR-AUDK - TRATA UM REGISTRO DO ESPELHO          *
004670*----------------------------------------------------------*
004680 3600-TRATAR-AUDK.
004690     READ AUDITORIA-CHAVEADA NEXT RECORD
004700         AT END
004710             SET FIM-TRILHA-CHAVEADA TO TRUE
004720             GO TO 3600-TRATAR-AUDK-EXIT
004730     END-READ.
004740     MOVE AUDK-LINHA TO AUD-REGISTRO.
004750     PERFORM 3120-AVALIAR-LINHA THRU 3120-AVALIAR-LINHA-EXIT.
004760 3600-TRATAR-AUDK-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800* 3300-FECHAR-CLIENTE - SE A SEQUENCIA FINAL ALCANCOU O    *
004810*                  PARAMETRO, EMITE A CARTA DO CLIENTE     *
004820*----------------------------------------------------------*
004830 3300-FECHAR-CLIENTE.
004840     IF WRK-SEQUENCIA >= WRK-DIAS-CARTA
004850         PERFORM 3400-EMITIR-CARTA
004860                 THRU 3400-EMITIR-CARTA-EXIT
004870     END-IF.
004880     MOVE "N" TO WRK-TEM-GRUPO.
004890 3300-FECHAR-CLIENTE-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930* 3400-EMITIR-CARTA - MONTA A CARTA COM OS DADOS DO        *
004940*                  CADASTRO E SOMA O RESUMO DA AGENCIA     *
004950*----------------------------------------------------------*
004960 3400-EMITIR-CARTA.
004970     MOVE "** CLIENTE SEM CADASTRO **" TO CARTA-NOME.
004980     MOVE SPACES TO CARTA-ENDERECO CARTA-CIDADE CARTA-UF.
004990     MOVE ZEROS TO CARTA-CEP CLI-AGENCIA.
005000     IF FS-CLIENTES-MASTER = "00"
005010         MOVE WRK-CLIENTE-GRUPO TO CLI-ID
005020         READ CLIENTES-MASTER
005030             INVALID KEY
005040                 CONTINUE
005050             NOT INVALID KEY
005060*                ENDERECO REPROVADO NO SCRUB DE CEP NAO VAI
005070*                AO CORREIO: A CARTA E DESVIADA PARA A
005080*                LISTA DE TRATAMENTO DA AGENCIA.
005090                 IF ENDERECO-DIVERGENTE
005100                     MOVE CLI-AGENCIA TO DESV-AGENCIA
005110                     MOVE CLI-ID      TO DESV-CLIENTE
005120                     MOVE CLI-NOME    TO DESV-NOME
005130                     MOVE "ENDERECO DIVERGENTE NO CEP"
005140                             TO DESV-MOTIVO
005150                     WRITE DESV-REGISTRO
005160                     ADD 1 TO WRK-CONT-DESVIADAS
005170                     PERFORM 3450-SOMAR-AGENCIA
005180                             THRU 3450-SOMAR-AGENCIA-EXIT
005190                     GO TO 3400-EMITIR-CARTA-EXIT
005200                 END-IF
005210                 MOVE CLI-NOME     TO CARTA-NOME
005220                 MOVE CLI-ENDERECO TO CARTA-ENDERECO
005230                 MOVE CLI-CIDADE   TO CARTA-CIDADE
005240                 MOVE CLI-UF       TO CARTA-UF
005250                 MOVE CLI-CEP      TO CARTA-CEP
005260                 PERFORM 3450-SOMAR-AGENCIA
005270                         THRU 3450-SOMAR-AGENCIA-EXIT
005280         END-READ
005290     END-IF.
005300     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
005310             AFTER ADVANCING PAGE.
005320     WRITE CARTA-LINHA FROM CARTA-DESTINATARIO
005330             AFTER ADVANCING 1 LINE.
005340     WRITE CARTA-LINHA FROM CARTA-CIDADE-LINHA
005350             AFTER ADVANCING 1 LINE.
005360     WRITE CARTA-LINHA FROM CARTA-TEXTO-1
005370             AFTER ADVANCING 2 LINES.
005380     MOVE WRK-SEQUENCIA TO CARTA-DIAS.
005390     WRITE CARTA-LINHA FROM CARTA-DIAS-LINHA
005400             AFTER ADVANCING 1 LINE.
005410     MOVE WRK-SALDO-FINAL TO CARTA-SALDO.
005420     WRITE CARTA-LINHA FROM CARTA-SALDO-LINHA
005430             AFTER ADVANCING 1 LINE.
005440     MOVE WRK-MULTA-SEQ TO CARTA-MULTA.
005450     WRITE CARTA-LINHA FROM CARTA-MULTA-LINHA
005460             AFTER ADVANCING 1 LINE.
005470     WRITE CARTA-LINHA FROM CARTA-TEXTO-2
005480             AFTER ADVANCING 2 LINES.
005490     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
005500             AFTER ADVANCING 1 LINE.
005510     ADD 1 TO WRK-CONT-CARTAS.
005520     PERFORM 7600-REGISTRAR-CORREIO
005530             THRU 7600-REGISTRAR-CORREIO-EXIT.
005540 3400-EMITIR-CARTA-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580* 3450-SOMAR-AGENCIA - SOMA A CARTA NO RESUMO DA AGENCIA   *
005590*----------------------------------------------------------*
005600 3450-SOMAR-AGENCIA.
005610     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
005620     PERFORM 3470-PROCURAR-AGENCIA
005630             THRU 3470-PROCURAR-AGENCIA-EXIT
005640             VARYING WRK-IDX-AG FROM 1 BY 1
005650             UNTIL WRK-IDX-AG > WRK-QTD-AG.
005660     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
005670     IF WRK-IDX-AG = ZEROS
005680         IF WRK-QTD-AG >= WRK-MAX-AG
005690             GO TO 3450-SOMAR-AGENCIA-EXIT
005700         END-IF
005710         ADD 1 TO WRK-QTD-AG
005720         MOVE WRK-QTD-AG TO WRK-IDX-AG
005730         MOVE CLI-AGENCIA TO TAB-AG-CODIGO (WRK-IDX-AG)
005740         MOVE ZEROS TO TAB-AG-CARTAS (WRK-IDX-AG)
005750     END-IF.
005760     ADD 1 TO TAB-AG-CARTAS (WRK-IDX-AG).
005770 3450-SOMAR-AGENCIA-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------*
005810* 3470-PROCURAR-AGENCIA - CONFERE UMA ENTRADA DO RESUMO    *
005820*                       CONTRA A AGENCIA DO CLIENTE        *
005830*----------------------------------------------------------*
005840 3470-PROCURAR-AGENCIA.
005850     IF WRK-IDX-AG-ACHADO = ZEROS
005860             AND TAB-AG-CODIGO (WRK-IDX-AG) = CLI-AGENCIA
005870         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
005880     END-IF.
005890 3470-PROCURAR-AGENCIA-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------*
005930* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR O DOCUMENTO    *
005940*                    IMPRESSO, PARA O CLIENVEL CONSOLIDAR  *
005950*                    EM ENVELOPE POR ENDERECO              *
005960*----------------------------------------------------------*
005970 7600-REGISTRAR-CORREIO.
005980     IF FS-CORRESPONDENCIA NOT = "00"
005990         GO TO 7600-REGISTRAR-CORREIO-EXIT
006000     END-IF.
006010     MOVE SPACES           TO COR-REGISTRO.
006020     MOVE WRK-DATA-SISTEMA TO COR-DATA.
006030     MOVE "CARTAS  "       TO COR-ARQUIVO.
006040     SET COR-CARTA         TO TRUE.
006050     MOVE WRK-CONT-CARTAS  TO COR-REFERENCIA.
006060     MOVE WRK-CLIENTE-GRUPO TO COR-CLIENTE.
006070     MOVE CLI-AGENCIA      TO COR-AGENCIA.
006080     MOVE 1                TO COR-PAGINAS.
006090     WRITE COR-REGISTRO.
006100 7600-REGISTRAR-CORREIO-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 9000-FINALIZAR - RESUMO POR AGENCIA E FECHAMENTO         *
006150*----------------------------------------------------------*
006160 9000-FINALIZAR.
006170     PERFORM 9100-IMPRIMIR-AGENCIA
006180             THRU 9100-IMPRIMIR-AGENCIA-EXIT
006190             VARYING WRK-IDX-AG FROM 1 BY 1
006200             UNTIL WRK-IDX-AG > WRK-QTD-AG.
006210     MOVE "TOTAL DE CARTAS EMITIDAS      " TO REL-ROD-ROTULO.
006220     MOVE WRK-CONT-CARTAS TO REL-ROD-VALOR.
006230     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006240     MOVE "CARTAS DESVIADAS (CARTADIV)   " TO REL-ROD-ROTULO.
006250     MOVE WRK-CONT-DESVIADAS TO REL-ROD-VALOR.
006260     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006270     CLOSE AUDITORIA CARTAS CARTAS-DESVIADAS RELATORIO.
006280     IF FS-CORRESPONDENCIA = "00"
006290         CLOSE CORRESPONDENCIA
006300     END-IF.
006310     IF USAR-TRILHA-CHAVEADA
006320         CLOSE AUDITORIA-CHAVEADA
006330     END-IF.
006340     IF FS-CLIENTES-MASTER = "00"
006350         CLOSE CLIENTES-MASTER
006360     END-IF.
006370 9000-FINALIZAR-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------*
006410* 9100-IMPRIMIR-AGENCIA - IMPRIME O RESUMO DE UMA AGENCIA  *
006420*----------------------------------------------------------*
006430 9100-IMPRIMIR-AGENCIA.
006440     MOVE TAB-AG-CODIGO (WRK-IDX-AG) TO REL-AG-CODIGO.
006450     MOVE TAB-AG-CARTAS (WRK-IDX-AG) TO REL-AG-CARTAS.
006460     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
006470             AFTER ADVANCING 1 LINE.
006480 9100-IMPRIMIR-AGENCIA-EXIT.
006490     EXIT.
006500
006510 9999-EXIT.
006520     STOP RUN.
