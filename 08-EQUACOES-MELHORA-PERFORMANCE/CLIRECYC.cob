000480*                    ENFILEIRADA DUAS VEZES (REINICIO DO   *
000490*                    LOTE DE JUROS) E DE RERUN DESTE STEP  *
000500*                    APOS ABEND NO MEIO DA FILA.           *
000510* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000520*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000530*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000540* 2026-10-15 EBC     A CRITICA ACOMPANHA A DO LOTE DE      *
000550*                    JUROS: DORMENTE E BAIXADA PARA        *
000560*                    PREJUIZO (CLI-STATUS "P") SAO STATUS  *
000570*                    VALIDOS; A CONTA BAIXADA NAO RECEBE   *
000580*                    JUROS EM ATRASO (NAO ELEGIVEL NA      *
000590*                    DATA).                                *
000600* 2026-10-15 EBC     CLI-STATUS "F" (CONTA CONGELADA POR   *
000610*                    OBITO) PASSA A SER STATUS VALIDO NA   *
000620*                    CRITICA, COMO NO CLIENTES, QUE        *
000630*                    CONTINUA CALCULANDO OS JUROS DA       *
000640*                    CONTA.                                *
000650* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000660*                    BYTES COM OS CICLOS DE                *
000670*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000680*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000690* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000700*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000710*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000720*----------------------------------------------------------*
000730 ENVIRONMENT             DIVISION.
000740 CONFIGURATION           SECTION.
000750 SPECIAL-NAMES.
000760     DECIMAL-POINT IS COMMA.
000770
000780 INPUT-OUTPUT            SECTION.
000790 FILE-CONTROL.
000800     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS CLI-ID
000840         FILE STATUS IS FS-CLIENTES-MASTER.
000850     SELECT RECICLAGEM ASSIGN TO "CLIRCYC"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FS-RECICLAGEM.
000880     SELECT RECICLAGEM-NOVA ASSIGN TO "CLIRCYCN"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-RECICLAGEM-NOVA.
000910     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FS-PARAMETROS.
000940     SELECT CALENDARIO ASSIGN TO "CLICALEN"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FS-CALENDARIO.
000970     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-AUDITORIA.
001000*----------------------------------------------------------*
001010* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
001020* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
001030* LINHA DO CLIAUDIT                                        *
001040*----------------------------------------------------------*
001050     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS AUDK-CHAVE
001090         FILE STATUS IS FS-AUDK.
001100     SELECT RELATORIO ASSIGN TO "RELRCY"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS FS-RELATORIO.
001130*----------------------------------------------------------*
001140* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
001150*----------------------------------------------------------*
001160     SELECT CONTROLE ASSIGN TO "CLICTRL"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS FS-CONTROLE.
001190
001200 DATA                    DIVISION.
001210 FILE                    SECTION.
001220 FD  CLIENTES-MASTER
001230     LABEL RECORD IS STANDARD.
001240     COPY CLIREG.
001250
001260 FD  RECICLAGEM
001270     LABEL RECORD IS STANDARD.
001280 01  RCY-REGISTRO.
001290     05  RCY-DATA             PICTURE 9(08).
001300     05  FILLER               PICTURE X(01).
001310     05  RCY-ID               PICTURE 9(06).
001320     05  FILLER               PICTURE X(01).
001330     05  RCY-MOTIVO           PICTURE 9(02).
001340
001350 FD  RECICLAGEM-NOVA
001360     LABEL RECORD IS STANDARD.
001370 01  RCYN-REGISTRO.
001380     05  RCYN-DATA            PICTURE 9(08).
001390     05  FILLER               PICTURE X(01) VALUE SPACES.
001400     05  RCYN-ID              PICTURE 9(06).
001410     05  FILLER               PICTURE X(01) VALUE SPACES.
001420     05  RCYN-MOTIVO          PICTURE 9(02).
001430
001440 FD  PARAMETROS
001450     LABEL RECORD IS STANDARD.
001460 01  PARM-REGISTRO.
001470     05  PARM-FATOR-JUROS    PICTURE 9V99.
001480     05  PARM-FATOR-MULTA    PICTURE 9V99.
001490     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001500     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001510     05  PARM-FATOR-USD      PICTURE 9V99.
001520     05  PARM-FATOR-EUR      PICTURE 9V99.
001530     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001540     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001550     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001560     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
001570     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001580     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001590     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001600     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001610     05  PARM-DIAS-CARTA     PICTURE 9(02).
001620     05  PARM-PCT-INDICE     PICTURE 9(03).
001630     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001640     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001650     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001660     05  PARM-IOF-DIARIO     PICTURE V9(06).
001670     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001680     05  PARM-CICLO-ALTO     PICTURE 9(02).
001690     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001700     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001710     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001720     05  PARM-TETO-FGC       PICTURE 9(10).
001730
001740 FD  CALENDARIO
001750     LABEL RECORD IS STANDARD.
001760 01  CAL-REGISTRO.
001770     05  CAL-DATA              PICTURE 9(08).
001780     05  FILLER                PICTURE X(01).
001790     05  CAL-TIPO              PICTURE X(01).
001800         88  CAL-DIA-UTIL                     VALUE "U".
001810
001820 FD  AUDITORIA
001830     LABEL RECORD IS STANDARD.
001840 01  AUD-LINHA                PICTURE X(100).
001850
001860 FD  AUDITORIA-CHAVEADA
001870     LABEL RECORD IS STANDARD.
001880     COPY CLIAUKRG.
001890
001900 FD  RELATORIO
001910     LABEL RECORD IS STANDARD.
001920 01  REL-LINHA               PICTURE X(132).
001930
001940 FD  CONTROLE
001950     LABEL RECORD IS STANDARD.
001960 01  CTRL-REGISTRO.
001970     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001980     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001990     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
002000
002010 WORKING-STORAGE         SECTION.
002020 01  WRK-FLAGS.
002030     05  WRK-FIM-FILA    PICTURE X(01)      VALUE "N".
002040         88  FIM-ARQUIVO-FILA               VALUE "S".
002050     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
002060         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
002070     05  WRK-CLIENTE-VALIDO  PICTURE X(01)  VALUE "S".
002080         88  CLIENTE-VALIDO                 VALUE "S".
002090         88  CLIENTE-INVALIDO               VALUE "N".
002100     05  WRK-DOC-VALIDO      PICTURE X(01)  VALUE "S".
002110         88  DOCUMENTO-OK                   VALUE "S".
002120         88  DOCUMENTO-COM-ERRO             VALUE "N".
002130 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
002140 01  FS-RECICLAGEM       PICTURE X(02)      VALUE "00".
002150 01  FS-RECICLAGEM-NOVA  PICTURE X(02)      VALUE "00".
002160 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
002170 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
002180 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
002190 01  FS-AUDK             PICTURE X(02)      VALUE "00".
002200 01  WRK-FLAGS-AUDK.
002210     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
002220         88  ARQUIVO-AUDK-OK                VALUE "S".
002230     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
002240         88  AUDK-GRAVADO                   VALUE "S".
002250 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
002260 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002270 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
002280 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
002290 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
002300 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
002310 77  WRK-FATOR-JUROS     PICTURE S9V99      VALUE 1,10.
002320 77  WRK-FATOR-MULTA     PICTURE S9V99      VALUE 1,15.
002330 77  WRK-FATOR-PREMIUM   PICTURE S9V99      VALUE 1,12.
002340 77  WRK-FATOR-EMPRESA   PICTURE S9V99      VALUE 1,08.
002350 77  WRK-FATOR-USD       PICTURE S9V99      VALUE 1,05.
002360 77  WRK-FATOR-EUR       PICTURE S9V99      VALUE 1,03.
002370 77  WRK-FATOR-APLICADO  PICTURE S9V99      VALUE ZEROS.
002380 77  WRK-DIAS-PERIODO    PICTURE 9(02)      COMP VALUE 30.
002390 77  WRK-AAAAMM-CACHE    PICTURE 9(06)      VALUE ZEROS.
002400 77  WRK-AAAAMM-FALTA    PICTURE 9(06)      VALUE ZEROS.
002410 77  WRK-AAAAMM-CAL      PICTURE 9(06)      VALUE ZEROS.
002420 77  WRK-DIAS-UTEIS      PICTURE 9(02)      COMP VALUE ZEROS.
002430 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
002440 77  WRK-JUROS-ATRASO    PICTURE S9(10)     COMP VALUE ZEROS.
002450 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
002460 77  WRK-CONT-POSTADOS   PICTURE 9(06)      COMP VALUE ZEROS.
002470 77  WRK-CONT-PENDENTES  PICTURE 9(06)      COMP VALUE ZEROS.
002480 77  WRK-CONT-JA-POSTADOS PICTURE 9(06)     COMP VALUE ZEROS.
002490 77  WRK-TOTAL-ATRASO    PICTURE S9(12)     COMP VALUE ZEROS.
002500
002510*----------------------------------------------------------*
002520* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
002530*----------------------------------------------------------*
002540     COPY CLIAUDRG.
002550
002560*----------------------------------------------------------*
002570* LINHAS DO RELATORIO DA RECICLAGEM                        *
002580*----------------------------------------------------------*
002590 01  REL-CABECALHO.
002600     05  FILLER              PICTURE X(44)
002610             VALUE "RECICLAGEM DE REJEITADOS DA CRITICA (CLIRECY".
002620     05  FILLER              PICTURE X(02) VALUE "C)".
002630     05  FILLER              PICTURE X(86) VALUE SPACES.
002640 01  REL-DETALHE.
002650     05  REL-DET-DATA        PICTURE 9(08).
002660     05  FILLER              PICTURE X(02) VALUE SPACES.
002670     05  REL-DET-ID          PICTURE 9(06).
002680     05  FILLER              PICTURE X(02) VALUE SPACES.
002690     05  REL-DET-SITUACAO    PICTURE X(24).
002700     05  FILLER              PICTURE X(02) VALUE SPACES.
002710     05  REL-DET-JUROS       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002720     05  FILLER              PICTURE X(70) VALUE SPACES.
002730 01  REL-RODAPE.
002740     05  REL-ROD-ROTULO      PICTURE X(30).
002750     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002760     05  FILLER              PICTURE X(84) VALUE SPACES.
002770
002780 PROCEDURE               DIVISION.
002790*----------------------------------------------------------*
002800* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002810*----------------------------------------------------------*
002820 0000-MAINLINE.
002830     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002840     PERFORM 2000-RECICLAR-ENTRADA
002850             THRU 2000-RECICLAR-ENTRADA-EXIT
002860             UNTIL FIM-ARQUIVO-FILA.
002870     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002880     GO TO 9999-EXIT.
002890
002900*----------------------------------------------------------*
002910* 1000-INICIALIZAR - ABRE OS ARQUIVOS E LE A 1a ENTRADA    *
002920*----------------------------------------------------------*
002930 1000-INICIALIZAR.
002940     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002950     OPEN I-O CLIENTES-MASTER.
002960     IF FS-CLIENTES-MASTER NOT = "00"
002970         DISPLAY "CLIRECYC: ERRO AO ABRIR CLIMSTR - STATUS "
002980                 FS-CLIENTES-MASTER
002990         MOVE 16 TO RETURN-CODE
003000         GO TO 9999-EXIT
003010     END-IF.
003020     OPEN INPUT RECICLAGEM.
003030     IF FS-RECICLAGEM NOT = "00"
003040*        RC 16 PULA O STEP DE COPIA (STEPRC2) - COM RC 0 A
003050*        CLIRCYCN NUNCA GRAVADA SOBRESCREVERIA A FILA E AS
003060*        PENDENCIAS SUMIRIAM.
003070         DISPLAY "CLIRECYC: ERRO AO ABRIR A FILA CLIRCYC - "
003080                 "STATUS " FS-RECICLAGEM
003090         CLOSE CLIENTES-MASTER
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 9999-EXIT
003120     END-IF.
003130     PERFORM 1100-LER-PARAMETROS
003140             THRU 1100-LER-PARAMETROS-EXIT.
003150     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003160             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003170     OPEN OUTPUT RECICLAGEM-NOVA.
003180     OPEN EXTEND AUDITORIA.
003190     OPEN I-O AUDITORIA-CHAVEADA.
003200     IF FS-AUDK = "00" OR FS-AUDK = "05"
003210         SET ARQUIVO-AUDK-OK TO TRUE
003220     ELSE
003230         DISPLAY "CLIRECYC: CLIAUDK INDISPONIVEL - STATUS "
003240                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
003250                 "CLIAUDKL)"
003260     END-IF.
003270     OPEN OUTPUT RELATORIO.
003280     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003290     PERFORM 2100-LER-FILA THRU 2100-LER-FILA-EXIT.
003300 1000-INICIALIZAR-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340* 1100-LER-PARAMETROS - TAXAS VIGENTES DO CLIPARM (PADRAO  *
003350*                  DA WORKING QUANDO O ARQUIVO FALTA)      *
003360*----------------------------------------------------------*
003370 1100-LER-PARAMETROS.
003380     OPEN INPUT PARAMETROS.
003390     IF FS-PARAMETROS = "00"
003400         READ PARAMETROS
003410             AT END
003420                 CONTINUE
003430             NOT AT END
003440                 MOVE PARM-FATOR-JUROS   TO WRK-FATOR-JUROS
003450                 MOVE PARM-FATOR-MULTA   TO WRK-FATOR-MULTA
003460                 MOVE PARM-FATOR-PREMIUM TO WRK-FATOR-PREMIUM
003470                 MOVE PARM-FATOR-EMPRESA TO WRK-FATOR-EMPRESA
003480                 IF PARM-FATOR-USD NOT = ZEROS
003490                     MOVE PARM-FATOR-USD TO WRK-FATOR-USD
003500                 END-IF
003510                 IF PARM-FATOR-EUR NOT = ZEROS
003520                     MOVE PARM-FATOR-EUR TO WRK-FATOR-EUR
003530                 END-IF
003540         END-READ
003550         CLOSE PARAMETROS
003560     ELSE
003570         DISPLAY "CLIRECYC: CLIPARM NAO ENCONTRADO - USANDO "
003580                 "TAXA PADRAO"
003590     END-IF.
003600 1100-LER-PARAMETROS-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------*
003640* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
003650*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
003660*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
003670*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
003680*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
003690*----------------------------------------------------------*
003700 1160-MARCAR-EM-PROCESSAMENTO.
003710     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
003720     OPEN INPUT CONTROLE.
003730     IF FS-CONTROLE = "00"
003740         READ CONTROLE
003750             AT END
003760                 CONTINUE
003770             NOT AT END
003780                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
003790                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
003800         END-READ
003810         CLOSE CONTROLE
003820     END-IF.
003830     OPEN OUTPUT CONTROLE.
003840     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003850     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
003860     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003870     WRITE CTRL-REGISTRO.
003880     CLOSE CONTROLE.
003890 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------*
003930* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
003940*                  CLICTRL AO FIM DA RECICLAGEM            *
003950*----------------------------------------------------------*
003960 1170-DESMARCAR-PROCESSAMENTO.
003970     OPEN OUTPUT CONTROLE.
003980     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003990     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004000     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004010     WRITE CTRL-REGISTRO.
004020     CLOSE CONTROLE.
004030 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------*
004070* 2000-RECICLAR-ENTRADA - REVALIDA O CLIENTE DA ENTRADA E  *
004080*                  POSTA O ATRASO OU DEVOLVE PARA A FILA   *
004090*----------------------------------------------------------*
004100 2000-RECICLAR-ENTRADA.
004110     MOVE RCY-DATA TO REL-DET-DATA.
004120     MOVE RCY-ID   TO REL-DET-ID.
004130     MOVE ZEROS    TO REL-DET-JUROS.
004140     MOVE RCY-ID TO CLI-ID.
004150     READ CLIENTES-MASTER
004160         INVALID KEY
004170             MOVE "CLIENTE INEXISTENTE     " TO REL-DET-SITUACAO
004180             PERFORM 2300-DEVOLVER-PARA-FILA
004190                     THRU 2300-DEVOLVER-PARA-FILA-EXIT
004200             GO TO 2000-RECICLAR-ENTRADA-IMPRIMIR
004210     END-READ.
004220     PERFORM 2010-VALIDAR-CLIENTE
004230             THRU 2010-VALIDAR-CLIENTE-EXIT.
004240     IF CLIENTE-INVALIDO
004250         MOVE "AINDA INVALIDO          " TO REL-DET-SITUACAO
004260         PERFORM 2300-DEVOLVER-PARA-FILA
004270                 THRU 2300-DEVOLVER-PARA-FILA-EXIT
004280         GO TO 2000-RECICLAR-ENTRADA-IMPRIMIR
004290     END-IF.
004300     IF CLI-INATIVO OR CLI-PREJUIZO
004310             OR CLI-DATA-ABERTURA > RCY-DATA
004320             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS
004330             AND CLI-DATA-ENCERRAMENTO NOT > RCY-DATA)
004340         MOVE "NAO ELEGIVEL NA DATA    " TO REL-DET-SITUACAO
004350         GO TO 2000-RECICLAR-ENTRADA-IMPRIMIR
004360     END-IF.
004370*    ENTRADA REPETIDA (FILA ENFILEIRADA DUAS VEZES OU RERUN
004380*    DESTE STEP): O ATRASO DESTE DIA JA FOI POSTADO - 2200
004390*    GRAVA CLI-DATA-ULTIMO-JUROS COM O DIA PERDIDO - E A
004400*    ENTRADA E DESCARTADA SEM VOLTAR PARA A FILA.
004410     IF CLI-DATA-ULTIMO-JUROS = RCY-DATA
004420         MOVE "JA POSTADO ANTERIORMENTE" TO REL-DET-SITUACAO
004430         ADD 1 TO WRK-CONT-JA-POSTADOS
004440         GO TO 2000-RECICLAR-ENTRADA-IMPRIMIR
004450     END-IF.
004460     PERFORM 2200-POSTAR-ATRASO THRU 2200-POSTAR-ATRASO-EXIT.
004470     MOVE "JUROS EM ATRASO POSTADO " TO REL-DET-SITUACAO.
004480     MOVE WRK-JUROS-ATRASO TO REL-DET-JUROS.
004490 2000-RECICLAR-ENTRADA-IMPRIMIR.
004500     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
004510     PERFORM 2100-LER-FILA THRU 2100-LER-FILA-EXIT.
004520 2000-RECICLAR-ENTRADA-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------*
004560* 2010-VALIDAR-CLIENTE - A MESMA CRITICA DO LOTE DE JUROS  *
004570*----------------------------------------------------------*
004580 2010-VALIDAR-CLIENTE.
004590     SET CLIENTE-VALIDO TO TRUE.
004600     IF CLI-ID = ZEROS
004610             OR CLI-NOME = SPACES
004620         SET CLIENTE-INVALIDO TO TRUE
004630         GO TO 2010-VALIDAR-CLIENTE-EXIT
004640     END-IF.
004650     IF NOT CONTA-POUPANCA AND NOT CONTA-PREMIUM
004660             AND NOT CONTA-EMPRESARIAL
004670         SET CLIENTE-INVALIDO TO TRUE
004680         GO TO 2010-VALIDAR-CLIENTE-EXIT
004690     END-IF.
004700     IF NOT CLI-ATIVO AND NOT CLI-INATIVO
004710             AND NOT CLI-DORMENTE AND NOT CLI-PREJUIZO
004720             AND NOT CLI-FALECIDO
004730         SET CLIENTE-INVALIDO TO TRUE
004740         GO TO 2010-VALIDAR-CLIENTE-EXIT
004750     END-IF.
004760     CALL "DOCVALID" USING CLI-DOCUMENTO
004770             CLI-TIPO-DOC WRK-DOC-VALIDO.
004780     IF DOCUMENTO-COM-ERRO
004790         SET CLIENTE-INVALIDO TO TRUE
004800     END-IF.
004810 2010-VALIDAR-CLIENTE-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850* 2200-POSTAR-ATRASO - POSTA A PARCELA DO DIA PERDIDO, NOS *
004860*                  MOLDES DE 2050 DO CLIENTES: SALDO       *
004870*                  NEGATIVO PAGA A MULTA CHEIA SOBRE O     *
004880*                  SALDO; SALDO POSITIVO ACUMULA A PARCELA *
004890*                  DIARIA (TAXA DO TIPO/MOEDA DIVIDIDA     *
004900*                  PELOS DIAS DO MES DO DIA PERDIDO) EM    *
004910*                  CLI-JUROS-ACUMULADO. LINHA DE AUDITORIA *
004920*                  SAI DATADA DO DIA PERDIDO.              *
004930*----------------------------------------------------------*
004940 2200-POSTAR-ATRASO.
004950     COMPUTE WRK-AAAAMM-FALTA = RCY-DATA / 100.
004960     PERFORM 2250-DIAS-DO-MES THRU 2250-DIAS-DO-MES-EXIT.
004970     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
004980     IF CLI-SALDO < ZERO
004990         MOVE WRK-FATOR-MULTA TO WRK-FATOR-APLICADO
005000         COMPUTE CLI-SALDO = CLI-SALDO * WRK-FATOR-APLICADO
005010         COMPUTE WRK-JUROS-ATRASO = CLI-SALDO
005020                 - WRK-SALDO-ANTERIOR
005030     ELSE
005040         IF CONTA-PREMIUM
005050             MOVE WRK-FATOR-PREMIUM TO WRK-FATOR-APLICADO
005060         ELSE
005070             IF CONTA-EMPRESARIAL
005080                 MOVE WRK-FATOR-EMPRESA TO WRK-FATOR-APLICADO
005090             ELSE
005100                 MOVE WRK-FATOR-JUROS TO WRK-FATOR-APLICADO
005110             END-IF
005120         END-IF
005130         IF MOEDA-DOLAR
005140             MOVE WRK-FATOR-USD TO WRK-FATOR-APLICADO
005150         ELSE
005160             IF MOEDA-EURO
005170                 MOVE WRK-FATOR-EUR TO WRK-FATOR-APLICADO
005180             END-IF
005190         END-IF
005200         COMPUTE WRK-JUROS-ATRASO ROUNDED = CLI-SALDO
005210                 * (WRK-FATOR-APLICADO - 1) / WRK-DIAS-PERIODO
005220         ADD WRK-JUROS-ATRASO TO CLI-JUROS-ACUMULADO
005230     END-IF.
005240     MOVE RCY-DATA TO CLI-DATA-ULTIMO-JUROS.
005250     MOVE RCY-DATA            TO AUD-DATA.
005260     MOVE RCY-ID              TO AUD-CLIENTE-ID.
005270     MOVE WRK-SALDO-ANTERIOR  TO AUD-SALDO-ANTERIOR.
005280     MOVE CLI-SALDO           TO AUD-SALDO-NOVO.
005290     MOVE WRK-FATOR-APLICADO  TO AUD-TAXA-APLICADA.
005300     MOVE WRK-JUROS-ATRASO    TO AUD-JUROS-DIA.
005310     MOVE "R"                 TO AUD-ORIGEM.
005320     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-BASE.
005330     WRITE AUD-LINHA FROM AUD-REGISTRO.
005340     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
005350     REWRITE CLI-REGISTRO.
005360     IF FS-CLIENTES-MASTER NOT = "00"
005370         DISPLAY "CLIRECYC: ERRO AO REGRAVAR CLIENTE "
005380                 RCY-ID " STATUS " FS-CLIENTES-MASTER
005390     END-IF.
005400     ADD WRK-JUROS-ATRASO TO WRK-TOTAL-ATRASO.
005410     ADD 1 TO WRK-CONT-POSTADOS.
005420 2200-POSTAR-ATRASO-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------*
005460* 2250-DIAS-DO-MES - CONTA NO CLICALEN OS DIAS UTEIS DO    *
005470*                  MES DO DIA PERDIDO (DIVISOR DA PARCELA);*
005480*                  O ULTIMO MES CONTADO FICA EM CACHE. SEM *
005490*                  CALENDARIO, VALE O PADRAO DE 30.        *
005500*----------------------------------------------------------*
005510 2250-DIAS-DO-MES.
005520     IF WRK-AAAAMM-FALTA = WRK-AAAAMM-CACHE
005530         GO TO 2250-DIAS-DO-MES-EXIT
005540     END-IF.
005550     MOVE 30 TO WRK-DIAS-PERIODO.
005560     MOVE ZEROS TO WRK-DIAS-UTEIS.
005570     MOVE "N" TO WRK-FIM-CALEND.
005580     OPEN INPUT CALENDARIO.
005590     IF FS-CALENDARIO NOT = "00"
005600         MOVE WRK-AAAAMM-FALTA TO WRK-AAAAMM-CACHE
005610         GO TO 2250-DIAS-DO-MES-EXIT
005620     END-IF.
005630     PERFORM 2260-LER-DIA THRU 2260-LER-DIA-EXIT
005640             UNTIL FIM-ARQUIVO-CALENDARIO.
005650     CLOSE CALENDARIO.
005660     IF WRK-DIAS-UTEIS > ZEROS
005670         MOVE WRK-DIAS-UTEIS TO WRK-DIAS-PERIODO
005680     END-IF.
005690     MOVE WRK-AAAAMM-FALTA TO WRK-AAAAMM-CACHE.
005700 2250-DIAS-DO-MES-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------*
005740* 2260-LER-DIA - CONTA UM DIA UTIL DO MES PROCURADO        *
005750*----------------------------------------------------------*
005760 2260-LER-DIA.
005770     READ CALENDARIO
005780         AT END
005790             SET FIM-ARQUIVO-CALENDARIO TO TRUE
005800             GO TO 2260-LER-DIA-EXIT
005810     END-READ.
005820     COMPUTE WRK-AAAAMM-CAL = CAL-DATA / 100.
005830     IF WRK-AAAAMM-CAL = WRK-AAAAMM-FALTA AND CAL-DIA-UTIL
005840         ADD 1 TO WRK-DIAS-UTEIS
005850     END-IF.
005860 2260-LER-DIA-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------*
005900* 2300-DEVOLVER-PARA-FILA - ENTRADA AINDA PENDENTE VOLTA   *
005910*                  PARA A FILA DO DIA SEGUINTE             *
005920*----------------------------------------------------------*
005930 2300-DEVOLVER-PARA-FILA.
005940     MOVE RCY-DATA   TO RCYN-DATA.
005950     MOVE RCY-ID     TO RCYN-ID.
005960     MOVE RCY-MOTIVO TO RCYN-MOTIVO.
005970     WRITE RCYN-REGISTRO.
005980     ADD 1 TO WRK-CONT-PENDENTES.
005990 2300-DEVOLVER-PARA-FILA-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------*
006030* 2100-LER-FILA - LEITURA SEQUENCIAL DA FILA CLIRCYC       *
006040*----------------------------------------------------------*
006050 2100-LER-FILA.
006060     READ RECICLAGEM
006070         AT END
006080             SET FIM-ARQUIVO-FILA TO TRUE
006090         NOT AT END
006100             ADD 1 TO WRK-CONT-LIDOS
006110     END-READ.
006120 2100-LER-FILA-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------*
006160* 9000-FINALIZAR - IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E  *
006170*                  DEVOLVE O CODIGO DE RETORNO DO STEP     *
006180*----------------------------------------------------------*
006190 9000-FINALIZAR.
006200     MOVE "ENTRADAS LIDAS DA FILA        " TO REL-ROD-ROTULO.
006210     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
006220     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006230     MOVE "JUROS EM ATRASO POSTADOS      " TO REL-ROD-ROTULO.
006240     MOVE WRK-CONT-POSTADOS TO REL-ROD-VALOR.
006250     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006260     MOVE "AINDA PENDENTES (VOLTAM FILA) " TO REL-ROD-ROTULO.
006270     MOVE WRK-CONT-PENDENTES TO REL-ROD-VALOR.
006280     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006290     MOVE "DESCARTADAS (JA POSTADAS)     " TO REL-ROD-ROTULO.
006300     MOVE WRK-CONT-JA-POSTADOS TO REL-ROD-VALOR.
006310     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006320     MOVE "TOTAL DE JUROS EM ATRASO      " TO REL-ROD-ROTULO.
006330     MOVE WRK-TOTAL-ATRASO TO REL-ROD-VALOR.
006340     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006350     CLOSE CLIENTES-MASTER RECICLAGEM RECICLAGEM-NOVA
006360             AUDITORIA RELATORIO.
006370     IF ARQUIVO-AUDK-OK
006380         CLOSE AUDITORIA-CHAVEADA
006390     END-IF.
006400     PERFORM 1170-DESMARCAR-PROCESSAMENTO
006410             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
006420     IF WRK-CONT-PENDENTES > ZEROS
006430         MOVE 4 TO RETURN-CODE
006440     END-IF.
006450 9000-FINALIZAR-EXIT.
006460     EXIT.
006470
006480
006490*----------------------------------------------------------*
006500* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
006510*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
006520*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
006530*----------------------------------------------------------*
006540 7700-ESPELHAR-AUDK.
006550     IF NOT ARQUIVO-AUDK-OK
006560         GO TO 7700-ESPELHAR-AUDK-EXIT
006570     END-IF.
006580     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
006590     MOVE AUD-DATA       TO AUDK-DATA.
006600     MOVE AUD-REGISTRO   TO AUDK-LINHA.
006610     MOVE "N" TO WRK-AUDK-OK.
006620     MOVE 1 TO WRK-AUDK-SEQ.
006630     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
006640             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
006650     IF NOT AUDK-GRAVADO
006660         DISPLAY "CLIRECYC: ESPELHO CLIAUDK NAO GRAVADO "
006670                 "PARA O CLIENTE " AUDK-CLIENTE
006680     END-IF.
006690 7700-ESPELHAR-AUDK-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------*
006730* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
006740*                 DUPLICADA AVANCA A SEQUENCIA             *
006750*----------------------------------------------------------*
006760 7750-TENTAR-AUDK.
006770     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
006780     WRITE AUDK-REGISTRO
006790         INVALID KEY
006800             ADD 1 TO WRK-AUDK-SEQ
006810         NOT INVALID KEY
006820             SET AUDK-GRAVADO TO TRUE
006830     END-WRITE.
006840 7750-TENTAR-AUDK-EXIT.
006850     EXIT.
006860 9999-EXIT.
006870     STOP RUN.
