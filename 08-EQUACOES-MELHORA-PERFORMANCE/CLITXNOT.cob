000330*                    SAO CONSUMIDAS SEM CORREIO, SO        *
000340*                    CONTADAS NO RELATORIO, PARA NAO VIRAR *
000350*                    MALA DIRETA DIARIA.                   *
000360* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000370*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000380*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000390* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000400*                    BYTES COM OS CICLOS DE                *
000410*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000420*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000430* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000440*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000450*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000460* 2026-10-15 EBC     CADA CARTA IMPRESSA NO CARTAXA E      *
000470*                    ANOTADA NO CLICORR (COPY CLICORRG),   *
000480*                    DE ONDE O CLIENVEL MONTA UM ENVELOPE  *
000490*                    POR ENDERECO COM TODA A               *
000500*                    CORRESPONDENCIA DO DIA.               *
000510*----------------------------------------------------------*
000520 ENVIRONMENT             DIVISION.
000530 CONFIGURATION           SECTION.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560
000570 INPUT-OUTPUT            SECTION.
000580 FILE-CONTROL.
000590     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CLI-ID
000630         FILE STATUS IS FS-CLIENTES-MASTER.
000640     SELECT TAXA-HISTORICO ASSIGN TO "CLITXAH"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-TAXA-HISTORICO.
000670     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS FS-PARAMETROS.
000700*----------------------------------------------------------*
000710* CONTROLE DE AVISOS JA ENVIADOS: GUARDA QUANTAS LINHAS DO *
000720* CLITXAH (ARQUIVO SO DE ACRESCIMO) JA GERARAM CORREIO.    *
000730*----------------------------------------------------------*
000740     SELECT CONTROLE-AVISO ASSIGN TO "CLITXNCT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FS-CONTROLE-AVISO.
000770     SELECT CARTAS ASSIGN TO "CARTAXA"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-CARTAS.
000800     SELECT CARTAS-DESVIADAS ASSIGN TO "CARTADIV"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS FS-CARTAS-DESVIADAS.
000830*----------------------------------------------------------*
000840* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
000850* CLIENVEL                                                 *
000860*----------------------------------------------------------*
000870     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-CORRESPONDENCIA.
000900     SELECT RELATORIO ASSIGN TO "RELTXN"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FS-RELATORIO.
000930
000940 DATA                    DIVISION.
000950 FILE                    SECTION.
000960 FD  CLIENTES-MASTER
000970     LABEL RECORD IS STANDARD.
000980     COPY CLIREG.
000990
001000 FD  TAXA-HISTORICO
001010     LABEL RECORD IS STANDARD.
001020 01  TXAH-LINHA                PICTURE X(80).
001030
001040 FD  PARAMETROS
001050     LABEL RECORD IS STANDARD.
001060 01  PARM-REGISTRO.
001070     05  PARM-FATOR-JUROS    PICTURE 9V99.
001080     05  PARM-FATOR-MULTA    PICTURE 9V99.
001090     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001100     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001110     05  PARM-FATOR-USD      PICTURE 9V99.
001120     05  PARM-FATOR-EUR      PICTURE 9V99.
001130     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001140     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001150     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001160     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
001170     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001180     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001190     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001200     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001210     05  PARM-DIAS-CARTA     PICTURE 9(02).
001220     05  PARM-PCT-INDICE     PICTURE 9(03).
001230     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001240     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001250     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001260     05  PARM-IOF-DIARIO     PICTURE V9(06).
001270     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001280     05  PARM-CICLO-ALTO     PICTURE 9(02).
001290     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001300     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001310     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001320     05  PARM-TETO-FGC       PICTURE 9(10).
001330
001340 FD  CONTROLE-AVISO
001350     LABEL RECORD IS STANDARD.
001360 01  TXNCT-REGISTRO.
001370     05  TXNCT-QTD-AVISADAS   PICTURE 9(06).
001380
001390 FD  CARTAS
001400     LABEL RECORD IS STANDARD.
001410 01  CARTA-LINHA              PICTURE X(132).
001420
001430 FD  CARTAS-DESVIADAS
001440     LABEL RECORD IS STANDARD.
001450 01  DESV-REGISTRO.
001460     05  DESV-AGENCIA        PICTURE 9(04).
001470     05  FILLER              PICTURE X(01) VALUE SPACES.
001480     05  DESV-CLIENTE        PICTURE 9(06).
001490     05  FILLER              PICTURE X(01) VALUE SPACES.
001500     05  DESV-NOME           PICTURE X(20).
001510     05  FILLER              PICTURE X(01) VALUE SPACES.
001520     05  DESV-MOTIVO         PICTURE X(30).
001530     05  FILLER              PICTURE X(17) VALUE SPACES.
001540
001550 FD  CORRESPONDENCIA
001560     LABEL RECORD IS STANDARD.
001570     COPY CLICORRG.
001580
001590 FD  RELATORIO
001600     LABEL RECORD IS STANDARD.
001610 01  REL-LINHA               PICTURE X(132).
001620
001630 WORKING-STORAGE         SECTION.
001640 01  WRK-FLAGS.
001650     05  WRK-FIM-HIST    PICTURE X(01)      VALUE "N".
001660         88  FIM-HISTORICO                  VALUE "S".
001670     05  WRK-FIM-MESTRE  PICTURE X(01)      VALUE "N".
001680         88  FIM-ARQUIVO-MESTRE             VALUE "S".
001690     05  WRK-TEM-GUARDA  PICTURE X(01)      VALUE "N".
001700         88  GUARDA-EXISTENTE               VALUE "S".
001710 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001720 01  FS-TAXA-HISTORICO   PICTURE X(02)      VALUE "00".
001730 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001740 01  FS-CONTROLE-AVISO   PICTURE X(02)      VALUE "00".
001750 01  FS-CARTAS           PICTURE X(02)      VALUE "00".
001760 01  FS-CARTAS-DESVIADAS PICTURE X(02)      VALUE "00".
001770 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
001780 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001790 77  WRK-PCT-INDICE      PICTURE 9(03)      COMP VALUE ZEROS.
001800 77  WRK-QTD-AVISADAS    PICTURE 9(06)      COMP VALUE ZEROS.
001810 77  WRK-LINHA-ATUAL     PICTURE 9(06)      COMP VALUE ZEROS.
001820 77  WRK-QTD-MUDANCAS    PICTURE 9(02)      COMP VALUE ZEROS.
001830 77  WRK-MAX-MUDANCAS    PICTURE 9(02)      COMP VALUE 10.
001840 77  WRK-CONT-PULADAS    PICTURE 9(06)      COMP VALUE ZEROS.
001850 77  WRK-CONT-CARTAS     PICTURE 9(06)      COMP VALUE ZEROS.
001860 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001870 77  WRK-CONT-DESVIADAS  PICTURE 9(06)      COMP VALUE ZEROS.
001880 77  WRK-IDX-MUD         PICTURE 9(02)      COMP VALUE ZEROS.
001890 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001900 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
001910 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
001920 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 20.
001930
001940*----------------------------------------------------------*
001950* LINHA DO CLITXAH DESMONTADA (MESMO LAYOUT GRAVADO PELO   *
001960* 1120-REGISTRAR-HISTORICO-TAXAS DO CLIENTES)              *
001970*----------------------------------------------------------*
001980 01  TXAH-REGISTRO.
001990     05  TXAH-DATA            PICTURE 9(08).
002000     05  FILLER               PICTURE X(01).
002010     05  TXAH-NOME-TAXA       PICTURE X(20).
002020     05  FILLER               PICTURE X(01).
002030     05  FILLER               PICTURE X(04).
002040     05  TXAH-VALOR-ANTERIOR  PICTURE 9V99.
002050     05  FILLER               PICTURE X(01).
002060     05  FILLER               PICTURE X(05).
002070     05  TXAH-VALOR-NOVO      PICTURE 9V99.
002080     05  FILLER               PICTURE X(36).
002090
002100*----------------------------------------------------------*
002110* MUDANCAS PENDENTES DE AVISO (LINHAS NOVAS DO CLITXAH)    *
002120*----------------------------------------------------------*
002130 01  TAB-MUDANCAS.
002140     05  TAB-MUD-ENTRADA         OCCURS 10 TIMES.
002150         10  TAB-MUD-DATA         PICTURE 9(08).
002160         10  TAB-MUD-NOME         PICTURE X(20).
002170         10  TAB-MUD-ANTERIOR     PICTURE 9V99.
002180         10  TAB-MUD-NOVO         PICTURE 9V99.
002190
002200*----------------------------------------------------------*
002210* RESUMO POR AGENCIA PARA A CENTRAL DA FILIAL              *
002220*----------------------------------------------------------*
002230 01  TAB-AGENCIAS.
002240     05  TAB-AG-ENTRADA          OCCURS 20 TIMES.
002250         10  TAB-AG-CODIGO        PICTURE 9(04).
002260         10  TAB-AG-CARTAS        PICTURE 9(06) COMP.
002270
002280*----------------------------------------------------------*
002290* LINHAS DA CARTA E DO RESUMO (MOLDE DO CLICARTA)          *
002300*----------------------------------------------------------*
002310 01  CARTA-SEPARADOR.
002320     05  FILLER              PICTURE X(40)
002330             VALUE ALL "=".
002340     05  FILLER              PICTURE X(92) VALUE SPACES.
002350 01  CARTA-DESTINATARIO.
002360     05  FILLER              PICTURE X(06) VALUE "PARA: ".
002370     05  CARTA-NOME          PICTURE X(20).
002380     05  FILLER              PICTURE X(02) VALUE SPACES.
002390     05  CARTA-ENDERECO      PICTURE X(30).
002400     05  FILLER              PICTURE X(74) VALUE SPACES.
002410 01  CARTA-CIDADE-LINHA.
002420     05  FILLER              PICTURE X(06) VALUE SPACES.
002430     05  CARTA-CIDADE        PICTURE X(20).
002440     05  FILLER              PICTURE X(01) VALUE "-".
002450     05  CARTA-UF            PICTURE X(02).
002460     05  FILLER              PICTURE X(05) VALUE " CEP ".
002470     05  CARTA-CEP           PICTURE 9(08).
002480     05  FILLER              PICTURE X(90) VALUE SPACES.
002490 01  CARTA-TEXTO-1.
002500     05  FILLER              PICTURE X(44)
002510             VALUE "COMUNICAMOS A ALTERACAO DA REMUNERACAO".
002520     05  FILLER              PICTURE X(30)
002530             VALUE "APLICAVEL A SUA CONTA.".
002540     05  FILLER              PICTURE X(58) VALUE SPACES.
002550 01  CARTA-TAXA-LINHA.
002560     05  FILLER              PICTURE X(25)
002570             VALUE "TAXA:                    ".
002580     05  CARTA-NOME-TAXA     PICTURE X(20).
002590     05  FILLER              PICTURE X(87) VALUE SPACES.
002600 01  CARTA-ANTERIOR-LINHA.
002610     05  FILLER              PICTURE X(25)
002620             VALUE "FATOR ANTERIOR:          ".
002630     05  CARTA-FATOR-ANT     PICTURE 9,99.
002640     05  FILLER              PICTURE X(103) VALUE SPACES.
002650 01  CARTA-NOVO-LINHA.
002660     05  FILLER              PICTURE X(25)
002670             VALUE "FATOR NOVO:              ".
002680     05  CARTA-FATOR-NOVO    PICTURE 9,99.
002690     05  FILLER              PICTURE X(103) VALUE SPACES.
002700 01  CARTA-VIGENCIA-LINHA.
002710     05  FILLER              PICTURE X(25)
002720             VALUE "EM VIGOR DESDE:          ".
002730     05  CARTA-VIG-DIA       PICTURE 9(02).
002740     05  FILLER              PICTURE X(01) VALUE "/".
002750     05  CARTA-VIG-MES       PICTURE 9(02).
002760     05  FILLER              PICTURE X(01) VALUE "/".
002770     05  CARTA-VIG-ANO       PICTURE 9(04).
002780     05  FILLER              PICTURE X(97) VALUE SPACES.
002790 01  CARTA-TEXTO-2.
002800     05  FILLER              PICTURE X(44)
002810             VALUE "DUVIDAS PODEM SER TRATADAS EM SUA AGENCIA.".
002820     05  FILLER              PICTURE X(88) VALUE SPACES.
002830 01  REL-CABECALHO.
002840     05  FILLER              PICTURE X(44)
002850             VALUE "RESUMO DOS AVISOS DE MUDANCA DE TAXA".
002860     05  FILLER              PICTURE X(88) VALUE SPACES.
002870 01  REL-LINHA-AGENCIA.
002880     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
002890     05  REL-AG-CODIGO       PICTURE 9(04).
002900     05  FILLER              PICTURE X(09) VALUE "  CARTAS ".
002910     05  REL-AG-CARTAS       PICTURE Z.ZZZ.ZZ9.
002920     05  FILLER              PICTURE X(102) VALUE SPACES.
002930 01  REL-RODAPE.
002940     05  REL-ROD-ROTULO      PICTURE X(30).
002950     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
002960     05  FILLER              PICTURE X(93) VALUE SPACES.
002970
002980 PROCEDURE               DIVISION.
002990*----------------------------------------------------------*
003000* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003010*----------------------------------------------------------*
003020 0000-MAINLINE.
003030     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003040     PERFORM 2000-LEVANTAR-MUDANCAS
003050             THRU 2000-LEVANTAR-MUDANCAS-EXIT.
003060     IF WRK-QTD-MUDANCAS = ZEROS
003070         DISPLAY "CLITXNOT: NENHUMA LINHA NOVA NO CLITXAH - "
003080                 "NADA A AVISAR"
003090     ELSE
003100         PERFORM 3000-VARRER-MESTRE
003110                 THRU 3000-VARRER-MESTRE-EXIT
003120     END-IF.
003130     PERFORM 8000-GRAVAR-CONTROLE  THRU 8000-GRAVAR-CONTROLE-EXIT.
003140     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003150     GO TO 9999-EXIT.
003160
003170*----------------------------------------------------------*
003180* 1000-INICIALIZAR - GUARDA, PARAMETROS E ABERTURAS        *
003190*----------------------------------------------------------*
003200 1000-INICIALIZAR.
003210     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003220     OPEN INPUT CONTROLE-AVISO.
003230     IF FS-CONTROLE-AVISO = "00"
003240         SET GUARDA-EXISTENTE TO TRUE
003250         READ CONTROLE-AVISO
003260             AT END
003270                 CONTINUE
003280             NOT AT END
003290                 MOVE TXNCT-QTD-AVISADAS TO WRK-QTD-AVISADAS
003300         END-READ
003310         CLOSE CONTROLE-AVISO
003320     END-IF.
003330     OPEN INPUT PARAMETROS.
003340     IF FS-PARAMETROS = "00"
003350         READ PARAMETROS
003360             AT END
003370                 CONTINUE
003380             NOT AT END
003390                 MOVE PARM-PCT-INDICE TO WRK-PCT-INDICE
003400         END-READ
003410         CLOSE PARAMETROS
003420     END-IF.
003430     OPEN INPUT TAXA-HISTORICO.
003440     IF FS-TAXA-HISTORICO NOT = "00"
003450         DISPLAY "CLITXNOT: CLITXAH INDISPONIVEL - STATUS "
003460                 FS-TAXA-HISTORICO
003470         MOVE 16 TO RETURN-CODE
003480         GO TO 9999-EXIT
003490     END-IF.
003500     OPEN INPUT CLIENTES-MASTER.
003510     IF FS-CLIENTES-MASTER NOT = "00"
003520         DISPLAY "CLITXNOT: ERRO AO ABRIR CLIMSTR - STATUS "
003530                 FS-CLIENTES-MASTER
003540         MOVE 16 TO RETURN-CODE
003550         GO TO 9999-EXIT
003560     END-IF.
003570     OPEN OUTPUT CARTAS.
003580     OPEN OUTPUT CARTAS-DESVIADAS.
003590     OPEN EXTEND CORRESPONDENCIA.
003600     IF FS-CORRESPONDENCIA NOT = "00"
003610         DISPLAY "CLITXNOT: CLICORR INDISPONIVEL - STATUS "
003620                 FS-CORRESPONDENCIA " - CARTAS FORA DO ENVELOPE"
003630     END-IF.
003640     OPEN OUTPUT RELATORIO.
003650     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003660 1000-INICIALIZAR-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------*
003700* 2000-LEVANTAR-MUDANCAS - LE O CLITXAH INTEIRO E GUARDA   *
003710*                  NA TABELA AS LINHAS ALEM DAS JA         *
003720*                  AVISADAS SEGUNDO O CLITXNCT. COM A      *
003730*                  POUPANCA INDEXADA LIGADA, A "TAXA DE    *
003740*                  JUROS NORMAL" MUDA TODO DIA PELO        *
003750*                  INDICE: A LINHA E CONSUMIDA SEM CARTA.  *
003760*----------------------------------------------------------*
003770 2000-LEVANTAR-MUDANCAS.
003780     PERFORM 2100-LER-LINHA-HISTORICO
003790             THRU 2100-LER-LINHA-HISTORICO-EXIT
003800             UNTIL FIM-HISTORICO.
003810     CLOSE TAXA-HISTORICO.
003820 2000-LEVANTAR-MUDANCAS-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------*
003860* 2100-LER-LINHA-HISTORICO - TRATA UMA LINHA DO CLITXAH    *
003870*----------------------------------------------------------*
003880 2100-LER-LINHA-HISTORICO.
003890     READ TAXA-HISTORICO
003900         AT END
003910             SET FIM-HISTORICO TO TRUE
003920             GO TO 2100-LER-LINHA-HISTORICO-EXIT
003930     END-READ.
003940     ADD 1 TO WRK-LINHA-ATUAL.
003950     IF WRK-LINHA-ATUAL NOT > WRK-QTD-AVISADAS
003960         GO TO 2100-LER-LINHA-HISTORICO-EXIT
003970     END-IF.
003980     MOVE TXAH-LINHA TO TXAH-REGISTRO.
003990     IF TXAH-NOME-TAXA = "TAXA DE JUROS NORMAL"
004000             AND WRK-PCT-INDICE > ZEROS
004010         ADD 1 TO WRK-CONT-PULADAS
004020         GO TO 2100-LER-LINHA-HISTORICO-EXIT
004030     END-IF.
004040     IF WRK-QTD-MUDANCAS >= WRK-MAX-MUDANCAS
004050*        TABELA CHEIA: AS LINHAS EXCEDENTES FICAM PARA A
004060*        PROXIMA RODADA (O CONTROLE SO AVANCA ATE AQUI).
004070         SUBTRACT 1 FROM WRK-LINHA-ATUAL
004080         SET FIM-HISTORICO TO TRUE
004090         GO TO 2100-LER-LINHA-HISTORICO-EXIT
004100     END-IF.
004110     ADD 1 TO WRK-QTD-MUDANCAS.
004120     MOVE WRK-QTD-MUDANCAS TO WRK-IDX-MUD.
004130     MOVE TXAH-DATA           TO TAB-MUD-DATA (WRK-IDX-MUD).
004140     MOVE TXAH-NOME-TAXA      TO TAB-MUD-NOME (WRK-IDX-MUD).
004150     MOVE TXAH-VALOR-ANTERIOR TO TAB-MUD-ANTERIOR (WRK-IDX-MUD).
004160     MOVE TXAH-VALOR-NOVO     TO TAB-MUD-NOVO (WRK-IDX-MUD).
004170 2100-LER-LINHA-HISTORICO-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------*
004210* 3000-VARRER-MESTRE - UMA PASSADA NO CLIMSTR: PARA CADA   *
004220*                  CONTA ATIVA, CONFERE CADA MUDANCA       *
004230*                  PENDENTE E EMITE AS CARTAS DEVIDAS      *
004240*----------------------------------------------------------*
004250 3000-VARRER-MESTRE.
004260     MOVE ZEROS TO CLI-ID.
004270     START CLIENTES-MASTER KEY NOT < CLI-ID
004280         INVALID KEY
004290             SET FIM-ARQUIVO-MESTRE TO TRUE
004300     END-START.
004310     PERFORM 3100-PROCESSAR-CLIENTE
004320             THRU 3100-PROCESSAR-CLIENTE-EXIT
004330             UNTIL FIM-ARQUIVO-MESTRE.
004340 3000-VARRER-MESTRE-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------*
004380* 3100-PROCESSAR-CLIENTE - AVALIA UM CLIENTE DO MESTRE     *
004390*----------------------------------------------------------*
004400 3100-PROCESSAR-CLIENTE.
004410     READ CLIENTES-MASTER NEXT RECORD
004420         AT END
004430             SET FIM-ARQUIVO-MESTRE TO TRUE
004440             GO TO 3100-PROCESSAR-CLIENTE-EXIT
004450     END-READ.
004460     IF NOT CLI-ATIVO
004470         GO TO 3100-PROCESSAR-CLIENTE-EXIT
004480     END-IF.
004490     PERFORM 3200-CONFERIR-MUDANCA
004500             THRU 3200-CONFERIR-MUDANCA-EXIT
004510             VARYING WRK-IDX-MUD FROM 1 BY 1
004520             UNTIL WRK-IDX-MUD > WRK-QTD-MUDANCAS.
004530 3100-PROCESSAR-CLIENTE-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------*
004570* 3200-CONFERIR-MUDANCA - DECIDE SE A MUDANCA ATINGE O     *
004580*                  CLIENTE CORRENTE: PELO TIPO DE CONTA    *
004590*                  OU PELA MOEDA DA TAXA. A TAXA DE MULTA  *
004600*                  SO ATINGE QUEM ESTA COM SALDO DEVEDOR.  *
004610*----------------------------------------------------------*
004620 3200-CONFERIR-MUDANCA.
004630     EVALUATE TAB-MUD-NOME (WRK-IDX-MUD)
004640         WHEN "TAXA DE JUROS NORMAL"
004650             IF CONTA-POUPANCA AND MOEDA-REAL
004660                 PERFORM 3400-EMITIR-CARTA
004670                         THRU 3400-EMITIR-CARTA-EXIT
004680             END-IF
004690         WHEN "TAXA PREMIUM"
004700             IF CONTA-PREMIUM
004710                 PERFORM 3400-EMITIR-CARTA
004720                         THRU 3400-EMITIR-CARTA-EXIT
004730             END-IF
004740         WHEN "TAXA EMPRESARIAL"
004750             IF CONTA-EMPRESARIAL
004760                 PERFORM 3400-EMITIR-CARTA
004770                         THRU 3400-EMITIR-CARTA-EXIT
004780             END-IF
004790         WHEN "TAXA POUPANCA USD"
004800             IF CONTA-POUPANCA AND MOEDA-DOLAR
004810                 PERFORM 3400-EMITIR-CARTA
004820                         THRU 3400-EMITIR-CARTA-EXIT
004830             END-IF
004840         WHEN "TAXA POUPANCA EUR"
004850             IF CONTA-POUPANCA AND MOEDA-EURO
004860                 PERFORM 3400-EMITIR-CARTA
004870                         THRU 3400-EMITIR-CARTA-EXIT
004880             END-IF
004890         WHEN "TAXA DE MULTA"
004900             IF CLI-SALDO < ZEROS
004910                 PERFORM 3400-EMITIR-CARTA
004920                         THRU 3400-EMITIR-CARTA-EXIT
004930             END-IF
004940         WHEN OTHER
004950             CONTINUE
004960     END-EVALUATE.
004970 3200-CONFERIR-MUDANCA-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------*
005010* 3400-EMITIR-CARTA - MONTA A CARTA COM OS DADOS DO        *
005020*                  CADASTRO E SOMA O RESUMO DA AGENCIA     *
005030*----------------------------------------------------------*
005040 3400-EMITIR-CARTA.
005050*    ENDERECO REPROVADO NO SCRUB DE CEP NAO VAI AO CORREIO:
005060*    A CARTA E DESVIADA PARA A LISTA DE TRATAMENTO DA
005070*    AGENCIA, COMO NO CLICARTA.
005080     IF ENDERECO-DIVERGENTE
005090         MOVE CLI-AGENCIA TO DESV-AGENCIA
005100         MOVE CLI-ID      TO DESV-CLIENTE
005110         MOVE CLI-NOME    TO DESV-NOME
005120         MOVE "ENDERECO DIVERGENTE NO CEP" TO DESV-MOTIVO
005130         WRITE DESV-REGISTRO
005140         ADD 1 TO WRK-CONT-DESVIADAS
005150         PERFORM 3450-SOMAR-AGENCIA
005160                 THRU 3450-SOMAR-AGENCIA-EXIT
005170         GO TO 3400-EMITIR-CARTA-EXIT
005180     END-IF.
005190     MOVE CLI-NOME     TO CARTA-NOME.
005200     MOVE CLI-ENDERECO TO CARTA-ENDERECO.
005210     MOVE CLI-CIDADE   TO CARTA-CIDADE.
005220     MOVE CLI-UF       TO CARTA-UF.
005230     MOVE CLI-CEP      TO CARTA-CEP.
005240     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
005250             AFTER ADVANCING PAGE.
005260     WRITE CARTA-LINHA FROM CARTA-DESTINATARIO
005270             AFTER ADVANCING 1 LINE.
005280     WRITE CARTA-LINHA FROM CARTA-CIDADE-LINHA
005290             AFTER ADVANCING 1 LINE.
005300     WRITE CARTA-LINHA FROM CARTA-TEXTO-1
005310             AFTER ADVANCING 2 LINES.
005320     MOVE TAB-MUD-NOME (WRK-IDX-MUD) TO CARTA-NOME-TAXA.
005330     WRITE CARTA-LINHA FROM CARTA-TAXA-LINHA
005340             AFTER ADVANCING 2 LINES.
005350     MOVE TAB-MUD-ANTERIOR (WRK-IDX-MUD) TO CARTA-FATOR-ANT.
005360     WRITE CARTA-LINHA FROM CARTA-ANTERIOR-LINHA
005370             AFTER ADVANCING 1 LINE.
005380     MOVE TAB-MUD-NOVO (WRK-IDX-MUD) TO CARTA-FATOR-NOVO.
005390     WRITE CARTA-LINHA FROM CARTA-NOVO-LINHA
005400             AFTER ADVANCING 1 LINE.
005410     MOVE TAB-MUD-DATA (WRK-IDX-MUD) (7:2) TO CARTA-VIG-DIA.
005420     MOVE TAB-MUD-DATA (WRK-IDX-MUD) (5:2) TO CARTA-VIG-MES.
005430     MOVE TAB-MUD-DATA (WRK-IDX-MUD) (1:4) TO CARTA-VIG-ANO.
005440     WRITE CARTA-LINHA FROM CARTA-VIGENCIA-LINHA
005450             AFTER ADVANCING 1 LINE.
005460     WRITE CARTA-LINHA FROM CARTA-TEXTO-2
005470             AFTER ADVANCING 2 LINES.
005480     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
005490             AFTER ADVANCING 1 LINE.
005500     ADD 1 TO WRK-CONT-CARTAS.
005510     PERFORM 7600-REGISTRAR-CORREIO
005520             THRU 7600-REGISTRAR-CORREIO-EXIT.
005530     PERFORM 3450-SOMAR-AGENCIA
005540             THRU 3450-SOMAR-AGENCIA-EXIT.
005550 3400-EMITIR-CARTA-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------*
005590* 3450-SOMAR-AGENCIA - SOMA A CARTA NO RESUMO DA AGENCIA   *
005600*----------------------------------------------------------*
005610 3450-SOMAR-AGENCIA.
005620     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
005630     PERFORM 3470-PROCURAR-AGENCIA
005640             THRU 3470-PROCURAR-AGENCIA-EXIT
005650             VARYING WRK-IDX-AG FROM 1 BY 1
005660             UNTIL WRK-IDX-AG > WRK-QTD-AG.
005670     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
005680     IF WRK-IDX-AG = ZEROS
005690         IF WRK-QTD-AG >= WRK-MAX-AG
005700             GO TO 3450-SOMAR-AGENCIA-EXIT
005710         END-IF
005720         ADD 1 TO WRK-QTD-AG
005730         MOVE WRK-QTD-AG TO WRK-IDX-AG
005740         MOVE CLI-AGENCIA TO TAB-AG-CODIGO (WRK-IDX-AG)
005750         MOVE ZEROS TO TAB-AG-CARTAS (WRK-IDX-AG)
005760     END-IF.
005770     ADD 1 TO TAB-AG-CARTAS (WRK-IDX-AG).
005780 3450-SOMAR-AGENCIA-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820* 3470-PROCURAR-AGENCIA - CONFERE UMA ENTRADA DO RESUMO    *
005830*                       CONTRA A AGENCIA DO CLIENTE        *
005840*----------------------------------------------------------*
005850 3470-PROCURAR-AGENCIA.
005860     IF WRK-IDX-AG-ACHADO = ZEROS
005870             AND TAB-AG-CODIGO (WRK-IDX-AG) = CLI-AGENCIA
005880         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
005890     END-IF.
005900 3470-PROCURAR-AGENCIA-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------*
005940* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR O DOCUMENTO    *
005950*                    IMPRESSO, PARA O CLIENVEL CONSOLIDAR  *
005960*                    EM ENVELOPE POR ENDERECO              *
005970*----------------------------------------------------------*
005980 7600-REGISTRAR-CORREIO.
005990     IF FS-CORRESPONDENCIA NOT = "00"
006000         GO TO 7600-REGISTRAR-CORREIO-EXIT
006010     END-IF.
006020     MOVE SPACES           TO COR-REGISTRO.
006030     MOVE WRK-DATA-SISTEMA TO COR-DATA.
006040     MOVE "CARTAXA "       TO COR-ARQUIVO.
006050     SET COR-CARTA         TO TRUE.
006060     MOVE WRK-CONT-CARTAS  TO COR-REFERENCIA.
006070     MOVE CLI-ID           TO COR-CLIENTE.
006080     MOVE CLI-AGENCIA      TO COR-AGENCIA.
006090     MOVE 1                TO COR-PAGINAS.
006100     WRITE COR-REGISTRO.
006110 7600-REGISTRAR-CORREIO-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------*
006150* 8000-GRAVAR-CONTROLE - AVANCA O CLITXNCT ATE A ULTIMA    *
006160*                  LINHA TRATADA: A MESMA LINHA DO         *
006170*                  CLITXAH NUNCA GERA DOIS CORREIOS        *
006180*----------------------------------------------------------*
006190 8000-GRAVAR-CONTROLE.
006200     MOVE WRK-LINHA-ATUAL TO TXNCT-QTD-AVISADAS.
006210     OPEN OUTPUT CONTROLE-AVISO.
006220     IF FS-CONTROLE-AVISO NOT = "00"
006230         DISPLAY "CLITXNOT: ERRO AO GRAVAR CLITXNCT - STATUS "
006240                 FS-CONTROLE-AVISO
006250         MOVE 8 TO RETURN-CODE
006260         GO TO 8000-GRAVAR-CONTROLE-EXIT
006270     END-IF.
006280     WRITE TXNCT-REGISTRO.
006290     CLOSE CONTROLE-AVISO.
006300 8000-GRAVAR-CONTROLE-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------*
006340* 9000-FINALIZAR - RESUMO POR AGENCIA E FECHAMENTO         *
006350*----------------------------------------------------------*
006360 9000-FINALIZAR.
006370     PERFORM 9100-IMPRIMIR-AGENCIA
006380             THRU 9100-IMPRIMIR-AGENCIA-EXIT
006390             VARYING WRK-IDX-AG FROM 1 BY 1
006400             UNTIL WRK-IDX-AG > WRK-QTD-AG.
006410     MOVE "TOTAL DE CARTAS EMITIDAS      " TO REL-ROD-ROTULO.
006420     MOVE WRK-CONT-CARTAS TO REL-ROD-VALOR.
006430     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006440     MOVE "CARTAS DESVIADAS (CARTADIV)   " TO REL-ROD-ROTULO.
006450     MOVE WRK-CONT-DESVIADAS TO REL-ROD-VALOR.
006460     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006470     MOVE "LINHAS SEM CARTA (INDEXADA)   " TO REL-ROD-ROTULO.
006480     MOVE WRK-CONT-PULADAS TO REL-ROD-VALOR.
006490     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006500     CLOSE CLIENTES-MASTER CARTAS CARTAS-DESVIADAS RELATORIO.
006510     IF FS-CORRESPONDENCIA = "00"
006520         CLOSE CORRESPONDENCIA
006530     END-IF.
006540 9000-FINALIZAR-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------*
006580* 9100-IMPRIMIR-AGENCIA - IMPRIME O RESUMO DE UMA AGENCIA  *
006590*----------------------------------------------------------*
006600 9100-IMPRIMIR-AGENCIA.
006610     MOVE TAB-AG-CODIGO (WRK-IDX-AG) TO REL-AG-CODIGO.
006620     MOVE TAB-AG-CARTAS (WRK-IDX-AG) TO REL-AG-CARTAS.
006630     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
006640             AFTER ADVANCING 1 LINE.
006650 9100-IMPRIMIR-AGENCIA-EXIT.
006660     EXIT.
006670
006680 9999-EXIT.
006690     STOP RUN.
