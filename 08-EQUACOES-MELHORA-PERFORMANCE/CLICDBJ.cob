000340*                    CLIMOVTO) - SEM ELA UMA SESSAO DO     *
000350*                    CLIMAINT DURANTE A PASSADA PODIA      *
000360*                    PERDER A REGRAVACAO.                  *
000370* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000380*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000390*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000400* 2026-10-15 EBC     CDB DE CONTA CONGELADA POR OBITO      *
000410*                    (CLI-STATUS "F") NAO E LIQUIDADO NO   *
000420*                    VENCIMENTO NEM NO RESGATE PEDIDO:     *
000430*                    FICA RETIDO, SEM CREDITO NO CLIMOVD,  *
000440*                    SAI NO RELATORIO COM MOTIVO           *
000450*                    "RETIDO-OBT" E E CONTADO NO RODAPE.   *
000460* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000470*                    BYTES COM OS CICLOS DE                *
000480*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000490*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000500* 2026-10-15 EBC     O CLIMOVD PASSA A RECEBER OS          *
000510*                    MOVIMENTOS GERADOS ENTRE UM CABECALHO *
000520*                    "H" E UM TRAILER "Z" DE LOTE (LAYOUT  *
000530*                    CLIMVCRG) COM A ORIGEM CLICDBJ, A     *
000540*                    QUANTIDADE E O HASH (SOMA DE          *
000550*                    MOV-VALOR); O CABECALHO SAI NO        *
000560*                    PRIMEIRO MOVIMENTO E O TRAILER NO     *
000570*                    FECHAMENTO (2210/9050). EXECUCAO      *
000580*                    INTERROMPIDA DEIXA O LOTE SEM TRAILER *
000590*                    E O CLIMOVTO O REJEITA POR INTEIRO.   *
000600* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000610*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000620*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000630*----------------------------------------------------------*
000640 ENVIRONMENT             DIVISION.
000650 CONFIGURATION           SECTION.
000660 SPECIAL-NAMES.
000670     DECIMAL-POINT IS COMMA.
000680
000690 INPUT-OUTPUT            SECTION.
000700 FILE-CONTROL.
000710     SELECT CERTIFICADOS ASSIGN TO "CLICDB"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CDB-NUMERO
000750         FILE STATUS IS FS-CERTIFICADOS.
000760     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CLI-ID
000800         FILE STATUS IS FS-CLIENTES-MASTER.
000810*----------------------------------------------------------*
000820* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000830*----------------------------------------------------------*
000840     SELECT CONTROLE ASSIGN TO "CLICTRL"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS FS-CONTROLE.
000870     SELECT MOVIMENTOS ASSIGN TO "CLIMOVD"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-MOVIMENTOS.
000900     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FS-PARAMETROS.
000930     SELECT CALENDARIO ASSIGN TO "CLICALEN"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-CALENDARIO.
000960     SELECT CONTROLE-CDB ASSIGN TO "CLICDBCT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS FS-CONTROLE-CDB.
000990     SELECT RELATORIO ASSIGN TO "RELCDB"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS FS-RELATORIO.
001020
001030 DATA                    DIVISION.
001040 FILE                    SECTION.
001050 FD  CERTIFICADOS
001060     LABEL RECORD IS STANDARD.
001070     COPY CLICDBRG.
001080
001090 FD  CLIENTES-MASTER
001100     LABEL RECORD IS STANDARD.
001110     COPY CLIREG.
001120
001130 FD  MOVIMENTOS
001140     LABEL RECORD IS STANDARD.
001150 01  MOV-REGISTRO.
001160     05  MOV-TIPO            PICTURE X(01).
001170     05  MOV-CLIENTE         PICTURE 9(06).
001180     05  MOV-CLIENTE-DEST    PICTURE 9(06).
001190     05  MOV-VALOR           PICTURE 9(10).
001200     05  FILLER              PICTURE X(57).
001210     COPY CLIMVCRG.
001220
001230 FD  PARAMETROS
001240     LABEL RECORD IS STANDARD.
001250 01  PARM-REGISTRO.
001260     05  PARM-FATOR-JUROS    PICTURE 9V99.
001270     05  PARM-FATOR-MULTA    PICTURE 9V99.
001280     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001290     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001300     05  PARM-FATOR-USD      PICTURE 9V99.
001310     05  PARM-FATOR-EUR      PICTURE 9V99.
001320     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001330     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001340     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001350     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
001360     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001370     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001380     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001390     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001400     05  PARM-DIAS-CARTA     PICTURE 9(02).
001410     05  PARM-PCT-INDICE     PICTURE 9(03).
001420     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001430     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001440     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001450     05  PARM-IOF-DIARIO     PICTURE V9(06).
001460     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001470     05  PARM-CICLO-ALTO     PICTURE 9(02).
001480     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001490     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001500     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001510     05  PARM-TETO-FGC       PICTURE 9(10).
001520
001530 FD  CALENDARIO
001540     LABEL RECORD IS STANDARD.
001550 01  CAL-REGISTRO.
001560     05  CAL-DATA              PICTURE 9(08).
001570     05  FILLER                PICTURE X(01).
001580     05  CAL-TIPO              PICTURE X(01).
001590         88  CAL-DIA-UTIL                     VALUE "U".
001600
001610 FD  CONTROLE-CDB
001620     LABEL RECORD IS STANDARD.
001630 01  CDBCT-REGISTRO.
001640     05  CDBCT-ULTIMA-DATA    PICTURE 9(08).
001650
001660 FD  RELATORIO
001670     LABEL RECORD IS STANDARD.
001680 01  REL-LINHA               PICTURE X(132).
001690
001700
001710 FD  CONTROLE
001720     LABEL RECORD IS STANDARD.
001730 01  CTRL-REGISTRO.
001740     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001750     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001760     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001770
001780 WORKING-STORAGE         SECTION.
001790 01  WRK-FLAGS.
001800     05  WRK-FIM-CDB     PICTURE X(01)      VALUE "N".
001810         88  FIM-CERTIFICADOS               VALUE "S".
001820     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
001830         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
001840     05  WRK-CDB-RETIDO  PICTURE X(01)      VALUE "N".
001850         88  CDB-RETIDO                     VALUE "S".
001860     05  WRK-LOTE-MOVD   PICTURE X(01)      VALUE "N".
001870         88  LOTE-MOVD-ABERTO               VALUE "S".
001880 01  FS-CERTIFICADOS     PICTURE X(02)      VALUE "00".
001890 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001900 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001910 01  FS-MOVIMENTOS       PICTURE X(02)      VALUE "00".
001920 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001930 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
001940 01  FS-CONTROLE-CDB     PICTURE X(02)      VALUE "00".
001950 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001960 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001970 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001980 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001990 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
002000 77  WRK-AAAAMM-CAL      PICTURE 9(06)      VALUE ZEROS.
002010 77  WRK-TIPO-DIA-EXEC   PICTURE X(01)      VALUE SPACES.
002020 77  WRK-DIAS-UTEIS-MES  PICTURE 9(02)      COMP VALUE 30.
002030 77  WRK-IRRF-TAXA       PICTURE V9(04)     COMP VALUE ZEROS.
002040 77  WRK-PARCELA         PICTURE S9(10)     COMP VALUE ZEROS.
002050 77  WRK-RENDIMENTO      PICTURE S9(10)     COMP VALUE ZEROS.
002060 77  WRK-IRRF-VALOR      PICTURE S9(10)     COMP VALUE ZEROS.
002070 77  WRK-CREDITO         PICTURE S9(11)     COMP VALUE ZEROS.
002080 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
002090 77  WRK-CONT-ACUMULADOS PICTURE 9(06)      COMP VALUE ZEROS.
002100 77  WRK-CONT-LIQUIDADOS PICTURE 9(06)      COMP VALUE ZEROS.
002110 77  WRK-CONT-RETIDOS    PICTURE 9(06)      COMP VALUE ZEROS.
002120 77  WRK-TOTAL-PARCELAS  PICTURE S9(12)     COMP VALUE ZEROS.
002130 77  WRK-TOTAL-CREDITOS  PICTURE S9(12)     COMP VALUE ZEROS.
002140 77  WRK-TOTAL-IRRF      PICTURE S9(12)     COMP VALUE ZEROS.
002150 77  WRK-LOTE-QTD        PICTURE 9(06)      COMP VALUE ZEROS.
002160 77  WRK-LOTE-HASH       PICTURE 9(15)      COMP VALUE ZEROS.
002170 77  WRK-LOTE-HORA       PICTURE 9(06)      VALUE ZEROS.
002180 77  WRK-HORA-COMPLETA   PICTURE 9(08)      VALUE ZEROS.
002190
002200 01  REL-CABECALHO.
002210     05  FILLER              PICTURE X(44)
002220             VALUE "LOTE DIARIO DO DEPOSITO A PRAZO (CLICDBJ)".
002230     05  FILLER              PICTURE X(88) VALUE SPACES.
002240 01  REL-DETALHE.
002250     05  FILLER              PICTURE X(04) VALUE "CDB ".
002260     05  REL-DET-NUMERO      PICTURE 9(06).
002270     05  FILLER              PICTURE X(09) VALUE "  CLIENTE".
002280     05  REL-DET-CLIENTE     PICTURE 9(06).
002290     05  FILLER              PICTURE X(10) VALUE "  CREDITO ".
002300     05  REL-DET-CREDITO     PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002310     05  FILLER              PICTURE X(07) VALUE "  IRRF ".
002320     05  REL-DET-IRRF        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002330     05  FILLER              PICTURE X(08) VALUE "  MOTIVO".
002340     05  REL-DET-MOTIVO      PICTURE X(10).
002350     05  FILLER              PICTURE X(36) VALUE SPACES.
002360 01  REL-RODAPE.
002370     05  REL-ROD-ROTULO      PICTURE X(30).
002380     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002390     05  FILLER              PICTURE X(84) VALUE SPACES.
002400
002410 PROCEDURE               DIVISION.
002420*----------------------------------------------------------*
002430* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002440*----------------------------------------------------------*
002450 0000-MAINLINE.
002460     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002470     PERFORM 2000-TRATAR-CERTIFICADO
002480             THRU 2000-TRATAR-CERTIFICADO-EXIT
002490             UNTIL FIM-CERTIFICADOS.
002500     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002510     GO TO 9999-EXIT.
002520
002530*----------------------------------------------------------*
002540* 1000-INICIALIZAR - GUARDAS, PARAMETROS E ABERTURAS       *
002550*----------------------------------------------------------*
002560 1000-INICIALIZAR.
002570     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002580     PERFORM 1150-VERIFICAR-DATA-EXECUCAO
002590             THRU 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
002600     PERFORM 1130-LER-CALENDARIO
002610             THRU 1130-LER-CALENDARIO-EXIT.
002620     IF WRK-TIPO-DIA-EXEC NOT = "U"
002630         DISPLAY "CLICDBJ: " WRK-DATA-EXECUCAO " NAO E DIA DE "
002640                 "PROCESSAMENTO NO CLICALEN - NADA A ACUMULAR"
002650         GO TO 9999-EXIT
002660     END-IF.
002670     PERFORM 1100-LER-PARAMETROS
002680             THRU 1100-LER-PARAMETROS-EXIT.
002690     OPEN I-O CERTIFICADOS.
002700     IF FS-CERTIFICADOS NOT = "00"
002710         DISPLAY "CLICDBJ: CLICDB INDISPONIVEL - STATUS "
002720                 FS-CERTIFICADOS " - NADA A FAZER"
002730         GO TO 9999-EXIT
002740     END-IF.
002750     OPEN I-O CLIENTES-MASTER.
002760     IF FS-CLIENTES-MASTER NOT = "00"
002770         DISPLAY "CLICDBJ: ERRO AO ABRIR CLIMSTR - STATUS "
002780                 FS-CLIENTES-MASTER
002790         CLOSE CERTIFICADOS
002800         MOVE 16 TO RETURN-CODE
002810         GO TO 9999-EXIT
002820     END-IF.
002830*    O LOTE ATUALIZA O MESTRE: LIGA A TRAVA DO CLICTRL
002840*    PARA O CLIMAINT NAO ATUALIZAR POR BAIXO DA PASSADA.
002850     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
002860             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
002870     OPEN EXTEND MOVIMENTOS.
002880     IF FS-MOVIMENTOS NOT = "00"
002890         DISPLAY "CLICDBJ: ERRO AO ABRIR CLIMOVD - STATUS "
002900                 FS-MOVIMENTOS
002910         CLOSE CERTIFICADOS CLIENTES-MASTER
002920         MOVE 16 TO RETURN-CODE
002930         GO TO 9999-EXIT
002940     END-IF.
002950     OPEN OUTPUT RELATORIO.
002960     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002970     PERFORM 2100-LER-PROXIMO-CDB
002980             THRU 2100-LER-PROXIMO-CDB-EXIT.
002990 1000-INICIALIZAR-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------*
003030* 1150-VERIFICAR-DATA-EXECUCAO - IMPEDE UMA SEGUNDA        *
003040*                 PASSADA DO LOTE NO MESMO DIA (CLICDBCT)  *
003050*----------------------------------------------------------*
003060 1150-VERIFICAR-DATA-EXECUCAO.
003070     OPEN INPUT CONTROLE-CDB.
003080     IF FS-CONTROLE-CDB = "00"
003090         READ CONTROLE-CDB
003100             AT END
003110                 CONTINUE
003120             NOT AT END
003130                 IF CDBCT-ULTIMA-DATA = WRK-DATA-EXECUCAO
003140                     DISPLAY "CLICDBJ: LOTE DE "
003150                             WRK-DATA-EXECUCAO
003160                             " JA EXECUTADO - ABORTANDO"
003170                     CLOSE CONTROLE-CDB
003180                     MOVE 16 TO RETURN-CODE
003190                     GO TO 9999-EXIT
003200                 END-IF
003210         END-READ
003220         CLOSE CONTROLE-CDB
003230     END-IF.
003240 1150-VERIFICAR-DATA-EXECUCAO-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------*
003280* 1130-LER-CALENDARIO - CONTA OS DIAS "U" DO MES DA        *
003290*                 EXECUCAO (DIVISOR DA PARCELA) E GUARDA O *
003300*                 TIPO DA PROPRIA DATA, NOS MOLDES DO      *
003310*                 CLIENTES                                 *
003320*----------------------------------------------------------*
003330 1130-LER-CALENDARIO.
003340     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-EXECUCAO / 100.
003350     OPEN INPUT CALENDARIO.
003360     IF FS-CALENDARIO NOT = "00"
003370         DISPLAY "CLICDBJ: CLICALEN NAO ENCONTRADO - USANDO "
003380                 "PERIODO PADRAO DE " WRK-DIAS-UTEIS-MES " DIAS"
003390         MOVE "U" TO WRK-TIPO-DIA-EXEC
003400         GO TO 1130-LER-CALENDARIO-EXIT
003410     END-IF.
003420     MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
003430     PERFORM 1135-LER-DIA-CALENDARIO
003440             THRU 1135-LER-DIA-CALENDARIO-EXIT
003450             UNTIL FIM-ARQUIVO-CALENDARIO.
003460     CLOSE CALENDARIO.
003470     IF WRK-DIAS-UTEIS-MES = ZEROS
003480         MOVE 30 TO WRK-DIAS-UTEIS-MES
003490     END-IF.
003500 1130-LER-CALENDARIO-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------*
003540* 1135-LER-DIA-CALENDARIO - TRATA UM REGISTRO DO           *
003550*                 CALENDARIO                               *
003560*----------------------------------------------------------*
003570 1135-LER-DIA-CALENDARIO.
003580     READ CALENDARIO
003590         AT END
003600             SET FIM-ARQUIVO-CALENDARIO TO TRUE
003610             GO TO 1135-LER-DIA-CALENDARIO-EXIT
003620     END-READ.
003630     COMPUTE WRK-AAAAMM-CAL = CAL-DATA / 100.
003640     IF WRK-AAAAMM-CAL = WRK-AAAAMM-EXEC AND CAL-DIA-UTIL
003650         ADD 1 TO WRK-DIAS-UTEIS-MES
003660     END-IF.
003670     IF CAL-DATA = WRK-DATA-EXECUCAO
003680         MOVE CAL-TIPO TO WRK-TIPO-DIA-EXEC
003690     END-IF.
003700 1135-LER-DIA-CALENDARIO-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------*
003740* 1100-LER-PARAMETROS - ALIQUOTA DE IRRF DA RENDA          *
003750*                 REMUNERADA (PARM-IRRF-PREMIUM)           *
003760*----------------------------------------------------------*
003770 1100-LER-PARAMETROS.
003780     OPEN INPUT PARAMETROS.
003790     IF FS-PARAMETROS = "00"
003800         READ PARAMETROS
003810             AT END
003820                 CONTINUE
003830             NOT AT END
003840                 MOVE PARM-IRRF-PREMIUM TO WRK-IRRF-TAXA
003850         END-READ
003860         CLOSE PARAMETROS
003870     ELSE
003880         DISPLAY "CLICDBJ: CLIPARM NAO ENCONTRADO - SEM "
003890                 "RETENCAO DE IRRF"
003900     END-IF.
003910 1100-LER-PARAMETROS-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------*
003950* 2000-TRATAR-CERTIFICADO - ACUMULA A PARCELA DO DIA DO    *
003960*                 CDB ATIVO E LIQUIDA O VENCIDO OU O       *
003970*                 RESGATE PEDIDO                           *
003980*----------------------------------------------------------*
003990 2000-TRATAR-CERTIFICADO.
004000     IF CDB-LIQUIDADO
004010         GO TO 2000-TRATAR-CERTIFICADO-LER
004020     END-IF.
004030*    A PARCELA DO DIA SO ACUMULA ENQUANTO O CDB AINDA NAO
004040*    VENCEU - DEPOIS DO VENCIMENTO O DINHEIRO NAO RENDE.
004050     IF CDB-DATA-VENCIMENTO > WRK-DATA-EXECUCAO
004060         COMPUTE WRK-PARCELA ROUNDED = CDB-PRINCIPAL
004070                 * (CDB-FATOR - 1) / WRK-DIAS-UTEIS-MES
004080         ADD WRK-PARCELA TO CDB-JUROS-ACUMULADO
004090         ADD WRK-PARCELA TO WRK-TOTAL-PARCELAS
004100         ADD 1 TO WRK-CONT-ACUMULADOS
004110     END-IF.
004120     IF CDB-RESGATE-PEDIDO
004130             OR CDB-DATA-VENCIMENTO NOT > WRK-DATA-EXECUCAO
004140         PERFORM 2150-CONFERIR-OBITO
004150                 THRU 2150-CONFERIR-OBITO-EXIT
004160         IF NOT CDB-RETIDO
004170             PERFORM 2200-LIQUIDAR-CERTIFICADO
004180                     THRU 2200-LIQUIDAR-CERTIFICADO-EXIT
004190         END-IF
004200     END-IF.
004210     REWRITE CDB-REGISTRO.
004220     IF FS-CERTIFICADOS NOT = "00"
004230         DISPLAY "CLICDBJ: ERRO AO REGRAVAR CDB " CDB-NUMERO
004240                 " STATUS " FS-CERTIFICADOS
004250     END-IF.
004260 2000-TRATAR-CERTIFICADO-LER.
004270     PERFORM 2100-LER-PROXIMO-CDB
004280             THRU 2100-LER-PROXIMO-CDB-EXIT.
004290 2000-TRATAR-CERTIFICADO-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330* 2150-CONFERIR-OBITO - CDB DE CONTA CONGELADA POR OBITO   *
004340*                   NAO E LIQUIDADO: FICA RETIDO, SEM      *
004350*                   CREDITO NO CLIMOVD, ATE A PARTILHA. O  *
004360*                   RENDIMENTO PARA NO VENCIMENTO, COMO    *
004370*                   PARA QUALQUER CDB VENCIDO.             *
004380*----------------------------------------------------------*
004390 2150-CONFERIR-OBITO.
004400     MOVE "N" TO WRK-CDB-RETIDO.
004410     MOVE CDB-CLI-ID TO CLI-ID.
004420     READ CLIENTES-MASTER
004430         INVALID KEY
004440             GO TO 2150-CONFERIR-OBITO-EXIT
004450     END-READ.
004460     IF NOT CLI-FALECIDO
004470         GO TO 2150-CONFERIR-OBITO-EXIT
004480     END-IF.
004490     SET CDB-RETIDO TO TRUE.
004500     ADD 1 TO WRK-CONT-RETIDOS.
004510     MOVE CDB-NUMERO     TO REL-DET-NUMERO.
004520     MOVE CDB-CLI-ID     TO REL-DET-CLIENTE.
004530     MOVE ZEROS          TO REL-DET-CREDITO REL-DET-IRRF.
004540     MOVE "RETIDO-OBT"   TO REL-DET-MOTIVO.
004550     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
004560 2150-CONFERIR-OBITO-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------*
004600* 2200-LIQUIDAR-CERTIFICADO - LIQUIDA O CDB: RESGATE       *
004610*                 ANTECIPADO APLICA O FATOR DE RESGATE     *
004620*                 SOBRE O RENDIMENTO; O IRRF SAI SOBRE O   *
004630*                 RENDIMENTO E ACUMULA EM CLI-IRRF-ANO; O  *
004640*                 CREDITO (PRINCIPAL + LIQUIDO) VAI PARA A *
004650*                 FILA DE MOVIMENTOS                       *
004660*----------------------------------------------------------*
004670 2200-LIQUIDAR-CERTIFICADO.
004680     MOVE CDB-JUROS-ACUMULADO TO WRK-RENDIMENTO.
004690     IF CDB-RESGATE-PEDIDO
004700             AND CDB-DATA-VENCIMENTO > WRK-DATA-EXECUCAO
004710         COMPUTE WRK-RENDIMENTO ROUNDED = WRK-RENDIMENTO
004720                 * CDB-FATOR-RESGATE
004730         MOVE "ANTECIPADO" TO REL-DET-MOTIVO
004740     ELSE
004750         MOVE "VENCIMENTO" TO REL-DET-MOTIVO
004760     END-IF.
004770     COMPUTE WRK-IRRF-VALOR ROUNDED = WRK-RENDIMENTO
004780             * WRK-IRRF-TAXA.
004790     COMPUTE WRK-CREDITO = CDB-PRINCIPAL + WRK-RENDIMENTO
004800             - WRK-IRRF-VALOR.
004810     PERFORM 2210-ABRIR-LOTE-MOVD THRU 2210-ABRIR-LOTE-MOVD-EXIT.
004820     MOVE SPACES TO MOV-REGISTRO.
004830     MOVE "D"          TO MOV-TIPO.
004840     MOVE CDB-CLI-ID   TO MOV-CLIENTE.
004850     MOVE ZEROS        TO MOV-CLIENTE-DEST.
004860     MOVE WRK-CREDITO  TO MOV-VALOR.
004870     WRITE MOV-REGISTRO.
004880     ADD 1 TO WRK-LOTE-QTD.
004890     ADD MOV-VALOR TO WRK-LOTE-HASH.
004900*    O IRRF NAO PASSA PELO SALDO: SO ACUMULA NO ANO DO
004910*    TITULAR, COMO O FECHAMENTO MENSAL (2053) JA FAZ.
004920     IF WRK-IRRF-VALOR NOT = ZEROS
004930         MOVE CDB-CLI-ID TO CLI-ID
004940         READ CLIENTES-MASTER
004950             INVALID KEY
004960                 DISPLAY "CLICDBJ: TITULAR " CDB-CLI-ID
004970                         " NAO ESTA NO MESTRE - IRRF DO CDB "
004980                         CDB-NUMERO " NAO ACUMULADO"
004990             NOT INVALID KEY
005000                 ADD WRK-IRRF-VALOR TO CLI-IRRF-ANO
005010                 REWRITE CLI-REGISTRO
005020         END-READ
005030     END-IF.
005040     SET CDB-LIQUIDADO TO TRUE.
005050     MOVE WRK-DATA-EXECUCAO TO CDB-DATA-LIQUIDACAO.
005060     ADD 1 TO WRK-CONT-LIQUIDADOS.
005070     ADD WRK-CREDITO    TO WRK-TOTAL-CREDITOS.
005080     ADD WRK-IRRF-VALOR TO WRK-TOTAL-IRRF.
005090     MOVE CDB-NUMERO     TO REL-DET-NUMERO.
005100     MOVE CDB-CLI-ID     TO REL-DET-CLIENTE.
005110     MOVE WRK-CREDITO    TO REL-DET-CREDITO.
005120     MOVE WRK-IRRF-VALOR TO REL-DET-IRRF.
005130     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
005140 2200-LIQUIDAR-CERTIFICADO-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------*
005180* 2210-ABRIR-LOTE-MOVD - NO PRIMEIRO MOVIMENTO DA          *
005190*                 EXECUCAO, GRAVA NO CLIMOVD O CABECALHO   *
005200*                 DO LOTE (LAYOUT CLIMVCRG) E ZERA A       *
005210*                 QUANTIDADE E O HASH DO TRAILER           *
005220*----------------------------------------------------------*
005230 2210-ABRIR-LOTE-MOVD.
005240     IF LOTE-MOVD-ABERTO
005250         GO TO 2210-ABRIR-LOTE-MOVD-EXIT
005260     END-IF.
005270     ACCEPT WRK-HORA-COMPLETA FROM TIME.
005280     COMPUTE WRK-LOTE-HORA = WRK-HORA-COMPLETA / 100.
005290     MOVE SPACES            TO MOVC-REGISTRO.
005300     SET MOVC-CABECALHO     TO TRUE.
005310     MOVE "CLICDBJ"         TO MOVC-ORIGEM.
005320     MOVE WRK-DATA-EXECUCAO TO MOVC-DATA.
005330     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
005340     MOVE ZEROS             TO MOVC-QTD MOVC-HASH.
005350     WRITE MOVC-REGISTRO.
005360     MOVE ZEROS TO WRK-LOTE-QTD WRK-LOTE-HASH.
005370     SET LOTE-MOVD-ABERTO TO TRUE.
005380 2210-ABRIR-LOTE-MOVD-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------*
005420* 2100-LER-PROXIMO-CDB - LEITURA SEQUENCIAL DO CLICDB      *
005430*----------------------------------------------------------*
005440 2100-LER-PROXIMO-CDB.
005450     READ CERTIFICADOS NEXT RECORD
005460         AT END
005470             SET FIM-CERTIFICADOS TO TRUE
005480         NOT AT END
005490             ADD 1 TO WRK-CONT-LIDOS
005500     END-READ.
005510 2100-LER-PROXIMO-CDB-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------*
005550* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
005560*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
005570*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
005580*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
005590*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
005600*----------------------------------------------------------*
005610 1160-MARCAR-EM-PROCESSAMENTO.
005620     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
005630     OPEN INPUT CONTROLE.
005640     IF FS-CONTROLE = "00"
005650         READ CONTROLE
005660             AT END
005670                 CONTINUE
005680             NOT AT END
005690                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
005700                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
005710         END-READ
005720         CLOSE CONTROLE
005730     END-IF.
005740     OPEN OUTPUT CONTROLE.
005750     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
005760     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
005770     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
005780     WRITE CTRL-REGISTRO.
005790     CLOSE CONTROLE.
005800 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
005850*                  CLICTRL AO FIM DA PASSADA               *
005860*----------------------------------------------------------*
005870 1170-DESMARCAR-PROCESSAMENTO.
005880     OPEN OUTPUT CONTROLE.
005890     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
005900     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
005910     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
005920     WRITE CTRL-REGISTRO.
005930     CLOSE CONTROLE.
005940 1170-DESMARCAR-PROCESSAMENTO-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------*
005980* 9000-FINALIZAR - TOTAIS, CONTROLE DO DIA E FECHAMENTO    *
005990*----------------------------------------------------------*
006000 9000-FINALIZAR.
006010     MOVE "CDBS LIDOS                    " TO REL-ROD-ROTULO.
006020     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
006030     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006040     MOVE "CDBS COM PARCELA ACUMULADA    " TO REL-ROD-ROTULO.
006050     MOVE WRK-CONT-ACUMULADOS TO REL-ROD-VALOR.
006060     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006070     MOVE "TOTAL DE PARCELAS DO DIA      " TO REL-ROD-ROTULO.
006080     MOVE WRK-TOTAL-PARCELAS TO REL-ROD-VALOR.
006090     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006100     MOVE "CDBS LIQUIDADOS               " TO REL-ROD-ROTULO.
006110     MOVE WRK-CONT-LIQUIDADOS TO REL-ROD-VALOR.
006120     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006130     MOVE "CDBS RETIDOS (OBITO)          " TO REL-ROD-ROTULO.
006140     MOVE WRK-CONT-RETIDOS TO REL-ROD-VALOR.
006150     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006160     MOVE "CREDITOS GERADOS (CLIMOVD)    " TO REL-ROD-ROTULO.
006170     MOVE WRK-TOTAL-CREDITOS TO REL-ROD-VALOR.
006180     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006190     MOVE "IRRF RETIDO                   " TO REL-ROD-ROTULO.
006200     MOVE WRK-TOTAL-IRRF TO REL-ROD-VALOR.
006210     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006220     PERFORM 9050-FECHAR-LOTE-MOVD
006230             THRU 9050-FECHAR-LOTE-MOVD-EXIT.
006240     CLOSE CERTIFICADOS CLIENTES-MASTER MOVIMENTOS RELATORIO.
006250     OPEN OUTPUT CONTROLE-CDB.
006260     MOVE WRK-DATA-EXECUCAO TO CDBCT-ULTIMA-DATA.
006270     WRITE CDBCT-REGISTRO.
006280     CLOSE CONTROLE-CDB.
006290     PERFORM 1170-DESMARCAR-PROCESSAMENTO
006300             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
006310 9000-FINALIZAR-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350* 9050-FECHAR-LOTE-MOVD - GRAVA O TRAILER DO LOTE NO       *
006360*                 CLIMOVD COM A QUANTIDADE E O HASH (SOMA  *
006370*                 DE MOV-VALOR) DOS MOVIMENTOS GRAVADOS.   *
006380*                 SEM MOVIMENTO NA EXECUCAO, NAO HA LOTE.  *
006390*----------------------------------------------------------*
006400 9050-FECHAR-LOTE-MOVD.
006410     IF NOT LOTE-MOVD-ABERTO
006420         GO TO 9050-FECHAR-LOTE-MOVD-EXIT
006430     END-IF.
006440     MOVE SPACES            TO MOVC-REGISTRO.
006450     SET MOVC-TRAILER       TO TRUE.
006460     MOVE "CLICDBJ"         TO MOVC-ORIGEM.
006470     MOVE WRK-DATA-EXECUCAO TO MOVC-DATA.
006480     MOVE WRK-LOTE-HORA     TO MOVC-HORA.
006490     MOVE WRK-LOTE-QTD      TO MOVC-QTD.
006500     MOVE WRK-LOTE-HASH     TO MOVC-HASH.
006510     WRITE MOVC-REGISTRO.
006520     MOVE "N" TO WRK-LOTE-MOVD.
006530 9050-FECHAR-LOTE-MOVD-EXIT.
006540     EXIT.
006550
006560 9999-EXIT.
006570     STOP RUN.
