000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIESPOL.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - POSICAO DO ESPOLIO  *
000120*                    NA DATA DO OBITO, PARA O INVENTARIO.  *
000130*                    PARA CADA COMUNICACAO DE OBITO DO     *
000140*                    CLIOBITO (GRAVADA PELA FUNCAO "F" DO  *
000150*                    CLIMAINT) COM RELATORIO PENDENTE,     *
000160*                    IMPRIME O SALDO DA CONTA NA DATA DO   *
000170*                    OBITO (RECONSTITUIDO PELA TRILHA      *
000180*                    CHAVEADA CLIAUDK), OS JUROS           *
000190*                    ACUMULADOS AINDA NAO CAPITALIZADOS,   *
000200*                    OS CDBS EM CARTEIRA NAQUELA DATA, OS  *
000210*                    BLOQUEIOS VIGENTES E OS TITULARES     *
000220*                    REMANESCENTES, E MARCA O RELATORIO    *
000230*                    COMO EMITIDO. COM UM NUMERO DE        *
000240*                    CLIENTE NO PARM, REIMPRIME TODAS AS   *
000250*                    COMUNICACOES DAQUELE CLIENTE.         *
000260*----------------------------------------------------------*
000270 ENVIRONMENT             DIVISION.
000280 CONFIGURATION           SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT            SECTION.
000330 FILE-CONTROL.
000340*----------------------------------------------------------*
000350* REGISTRO DE OBITOS (ATUALIZADO: SITUACAO DO RELATORIO)   *
000360*----------------------------------------------------------*
000370     SELECT OBITOS ASSIGN TO "CLIOBITO"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS OBT-CHAVE
000410         FILE STATUS IS FS-OBITOS.
000420     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CLI-ID
000460         FILE STATUS IS FS-CLIENTES-MASTER.
000470*----------------------------------------------------------*
000480* TRILHA CHAVEADA - SALDO E JUROS NA DATA DO OBITO         *
000490*----------------------------------------------------------*
000500     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS AUDK-CHAVE
000540         FILE STATUS IS FS-AUDK.
000550     SELECT CERTIFICADOS ASSIGN TO "CLICDB"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CDB-NUMERO
000590         FILE STATUS IS FS-CERTIFICADOS.
000600     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS BLQ-CHAVE
000640         FILE STATUS IS FS-BLOQUEIOS.
000650     SELECT TITULARES ASSIGN TO "CLITITU"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS TIT-CHAVE
000690         FILE STATUS IS FS-TITULARES.
000700     SELECT RELATORIO ASSIGN TO "RELESP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-RELATORIO.
000730
000740 DATA                    DIVISION.
000750 FILE                    SECTION.
000760 FD  OBITOS
000770     LABEL RECORD IS STANDARD.
000780     COPY CLIOBTRG.
000790
000800 FD  CLIENTES-MASTER
000810     LABEL RECORD IS STANDARD.
000820     COPY CLIREG.
000830
000840 FD  AUDITORIA-CHAVEADA
000850     LABEL RECORD IS STANDARD.
000860     COPY CLIAUKRG.
000870
000880 FD  CERTIFICADOS
000890     LABEL RECORD IS STANDARD.
000900     COPY CLICDBRG.
000910
000920 FD  BLOQUEIOS
000930     LABEL RECORD IS STANDARD.
000940     COPY CLIBLQRG.
000950
000960 FD  TITULARES
000970     LABEL RECORD IS STANDARD.
000980     COPY CLITITRG.
000990
001000 FD  RELATORIO
001010     LABEL RECORD IS STANDARD.
001020 01  REL-LINHA               PICTURE X(132).
001030
001040 WORKING-STORAGE         SECTION.
001050 01  WRK-FLAGS.
001060     05  WRK-FIM-OBT     PICTURE X(01)      VALUE "N".
001070         88  FIM-OBITOS                     VALUE "S".
001080     05  WRK-FIM-AUDK    PICTURE X(01)      VALUE "N".
001090         88  FIM-TRILHA-CHAVEADA            VALUE "S".
001100     05  WRK-FIM-CDB     PICTURE X(01)      VALUE "N".
001110         88  FIM-CERTIFICADOS               VALUE "S".
001120     05  WRK-FIM-BLQ     PICTURE X(01)      VALUE "N".
001130         88  FIM-BLOQUEIOS                  VALUE "S".
001140     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001150         88  FIM-TITULARES                  VALUE "S".
001160     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001170         88  ARQUIVO-AUDK-OK                VALUE "S".
001180     05  WRK-TEM-CDB     PICTURE X(01)      VALUE "N".
001190         88  ARQUIVO-CDB-OK                 VALUE "S".
001200     05  WRK-TEM-BLQ     PICTURE X(01)      VALUE "N".
001210         88  ARQUIVO-BLQ-OK                 VALUE "S".
001220     05  WRK-TEM-TIT     PICTURE X(01)      VALUE "N".
001230         88  ARQUIVO-TIT-OK                 VALUE "S".
001240     05  WRK-SALDO-ACHADO PICTURE X(01)     VALUE "N".
001250         88  SALDO-ACHADO                   VALUE "S".
001260     05  WRK-MODO        PICTURE X(01)      VALUE "P".
001270         88  MODO-PENDENTES                 VALUE "P".
001280         88  MODO-CLIENTE                   VALUE "C".
001290 01  FS-OBITOS           PICTURE X(02)      VALUE "00".
001300 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001310 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001320 01  FS-CERTIFICADOS     PICTURE X(02)      VALUE "00".
001330 01  FS-BLOQUEIOS        PICTURE X(02)      VALUE "00".
001340 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001350 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001360 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001370 77  WRK-CLIENTE-PARM    PICTURE 9(06)      VALUE ZEROS.
001380 77  WRK-SALDO-OBITO     PICTURE S9(10)V99  COMP VALUE ZEROS.
001390 77  WRK-SALDO-ANT-NUM   PICTURE S9(10)V99  COMP VALUE ZEROS.
001400 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
001410 77  WRK-JUROS-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
001420 77  WRK-JUROS-OBITO     PICTURE S9(10)V99  COMP VALUE ZEROS.
001430 77  WRK-FONTE-SALDO     PICTURE X(40)      VALUE SPACES.
001440 77  WRK-TOTAL-CDB       PICTURE S9(12)     COMP VALUE ZEROS.
001450 77  WRK-TOTAL-REND-CDB  PICTURE S9(12)     COMP VALUE ZEROS.
001460 77  WRK-TOTAL-BLOQ      PICTURE S9(12)     COMP VALUE ZEROS.
001470 77  WRK-QTD-CDB         PICTURE 9(04)      COMP VALUE ZEROS.
001480 77  WRK-QTD-BLQ         PICTURE 9(04)      COMP VALUE ZEROS.
001490 77  WRK-QTD-TIT         PICTURE 9(04)      COMP VALUE ZEROS.
001500 77  WRK-CONT-LIDAS      PICTURE 9(06)      COMP VALUE ZEROS.
001510 77  WRK-CONT-EMITIDOS   PICTURE 9(06)      COMP VALUE ZEROS.
001520 77  WRK-CONT-MARCADOS   PICTURE 9(06)      COMP VALUE ZEROS.
001530 77  WRK-CONT-SEM-CLI    PICTURE 9(06)      COMP VALUE ZEROS.
001540
001550 01  REL-CABECALHO-1.
001560     05  FILLER              PICTURE X(48)
001570         VALUE "POSICAO DO ESPOLIO NA DATA DO OBITO - CLIESPOL".
001580     05  FILLER              PICTURE X(12) VALUE "  EMITIDO EM".
001590     05  FILLER              PICTURE X(01) VALUE SPACES.
001600     05  REL-CAB-DATA        PICTURE 9(08).
001610     05  FILLER              PICTURE X(63) VALUE SPACES.
001620 01  REL-TITULO.
001630     05  FILLER              PICTURE X(10) VALUE ALL "-".
001640     05  FILLER              PICTURE X(01) VALUE SPACES.
001650     05  REL-TIT-TEXTO       PICTURE X(40).
001660     05  FILLER              PICTURE X(81) VALUE SPACES.
001670 01  REL-INFO.
001680     05  REL-INF-ROTULO      PICTURE X(26).
001690     05  REL-INF-TEXTO       PICTURE X(60).
001700     05  FILLER              PICTURE X(46) VALUE SPACES.
001710 01  REL-ITEM.
001720     05  REL-ITEM-ROTULO     PICTURE X(26).
001730     05  REL-ITEM-TEXTO      PICTURE X(44).
001740     05  REL-ITEM-VALOR      PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001750     05  FILLER              PICTURE X(44) VALUE SPACES.
001760 01  REL-DET-CDB.
001770     05  FILLER              PICTURE X(04) VALUE SPACES.
001780     05  FILLER              PICTURE X(04) VALUE "CDB ".
001790     05  REL-CDB-NUMERO      PICTURE 9(06).
001800     05  FILLER              PICTURE X(12) VALUE "  APLICACAO ".
001810     05  REL-CDB-APLICACAO   PICTURE 9(08).
001820     05  FILLER              PICTURE X(12) VALUE "  VENCIMENTO".
001830     05  FILLER              PICTURE X(01) VALUE SPACES.
001840     05  REL-CDB-VENCIMENTO  PICTURE 9(08).
001850     05  FILLER              PICTURE X(11) VALUE "  PRINCIPAL".
001860     05  REL-CDB-PRINCIPAL   PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001870     05  FILLER              PICTURE X(12) VALUE "  RENDIMENTO".
001880     05  REL-CDB-RENDIMENTO  PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001890     05  FILLER              PICTURE X(18) VALUE SPACES.
001900 01  REL-DET-BLQ.
001910     05  FILLER              PICTURE X(04) VALUE SPACES.
001920     05  FILLER              PICTURE X(09) VALUE "BLOQUEIO ".
001930     05  REL-BLQ-SEQ         PICTURE 9(02).
001940     05  FILLER              PICTURE X(02) VALUE SPACES.
001950     05  REL-BLQ-ORIGEM      PICTURE X(14).
001960     05  FILLER              PICTURE X(01) VALUE SPACES.
001970     05  REL-BLQ-PROCESSO    PICTURE X(20).
001980     05  FILLER              PICTURE X(10) VALUE "  DESDE   ".
001990     05  REL-BLQ-ENTRADA     PICTURE 9(08).
002000     05  FILLER              PICTURE X(07) VALUE "  VALOR".
002010     05  REL-BLQ-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002020     05  FILLER              PICTURE X(37) VALUE SPACES.
002030 01  REL-DET-TIT.
002040     05  FILLER              PICTURE X(04) VALUE SPACES.
002050     05  FILLER              PICTURE X(08) VALUE "TITULAR ".
002060     05  REL-TIT-SEQ         PICTURE 9(02).
002070     05  FILLER              PICTURE X(02) VALUE SPACES.
002080     05  REL-TIT-NOME        PICTURE X(20).
002090     05  FILLER              PICTURE X(06) VALUE "  DOC ".
002100     05  REL-TIT-DOCUMENTO   PICTURE 9(14).
002110     05  FILLER              PICTURE X(01) VALUE SPACES.
002120     05  REL-TIT-TIPO-DOC    PICTURE X(01).
002130     05  FILLER              PICTURE X(74) VALUE SPACES.
002140 01  REL-RODAPE.
002150     05  REL-ROD-ROTULO      PICTURE X(30).
002160     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002170     05  FILLER              PICTURE X(84) VALUE SPACES.
002180
002190     COPY CLIAUDRG.
002200
002210 LINKAGE                 SECTION.
002220 01  LK-PARM-CLIENTE         PICTURE X(06).
002230
002240 PROCEDURE               DIVISION USING LK-PARM-CLIENTE.
002250*----------------------------------------------------------*
002260* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002270*----------------------------------------------------------*
002280 0000-MAINLINE.
002290     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002300     PERFORM 2000-TRATAR-OBITO     THRU 2000-TRATAR-OBITO-EXIT
002310             UNTIL FIM-OBITOS.
002320     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002330     GO TO 9999-EXIT.
002340
002350*----------------------------------------------------------*
002360* 1000-INICIALIZAR - CRITICA O PARM (EM BRANCO: PENDENTES; *
002370*                    NUMERO DE CLIENTE: REIMPRESSAO), ABRE *
002380*                    OS ARQUIVOS E POSICIONA O CLIOBITO    *
002390*----------------------------------------------------------*
002400 1000-INICIALIZAR.
002410     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
002420     IF LK-PARM-CLIENTE = SPACES
002430         SET MODO-PENDENTES TO TRUE
002440     ELSE
002450         IF LK-PARM-CLIENTE IS NUMERIC
002460                 AND LK-PARM-CLIENTE NOT = "000000"
002470             MOVE LK-PARM-CLIENTE TO WRK-CLIENTE-PARM
002480             SET MODO-CLIENTE TO TRUE
002490         ELSE
002500             DISPLAY "CLIESPOL: PARM INVALIDO - INFORMAR O "
002510                     "NUMERO DO CLIENTE (6 DIGITOS) OU DEIXAR "
002520                     "EM BRANCO"
002530             MOVE 16 TO RETURN-CODE
002540             GO TO 9999-EXIT
002550         END-IF
002560     END-IF.
002570     OPEN I-O OBITOS.
002580     IF FS-OBITOS NOT = "00"
002590         DISPLAY "CLIESPOL: ERRO AO ABRIR CLIOBITO - STATUS "
002600                 FS-OBITOS
002610         MOVE 16 TO RETURN-CODE
002620         GO TO 9999-EXIT
002630     END-IF.
002640     OPEN INPUT CLIENTES-MASTER.
002650     IF FS-CLIENTES-MASTER NOT = "00"
002660         DISPLAY "CLIESPOL: ERRO AO ABRIR CLIMSTR - STATUS "
002670                 FS-CLIENTES-MASTER
002680         CLOSE OBITOS
002690         MOVE 16 TO RETURN-CODE
002700         GO TO 9999-EXIT
002710     END-IF.
002720     OPEN INPUT AUDITORIA-CHAVEADA.
002730     IF FS-AUDK = "00"
002740         SET ARQUIVO-AUDK-OK TO TRUE
002750     ELSE
002760         DISPLAY "CLIESPOL: CLIAUDK INDISPONIVEL - STATUS "
002770                 FS-AUDK " - SALDO ATUAL NO LUGAR DO SALDO NA "
002780                 "DATA DO OBITO"
002790         MOVE 4 TO RETURN-CODE
002800     END-IF.
002810     OPEN INPUT CERTIFICADOS.
002820     IF FS-CERTIFICADOS = "00"
002830         SET ARQUIVO-CDB-OK TO TRUE
002840     ELSE
002850         DISPLAY "CLIESPOL: CLICDB INDISPONIVEL - STATUS "
002860                 FS-CERTIFICADOS " - CDBS NAO LISTADOS"
002870         MOVE 4 TO RETURN-CODE
002880     END-IF.
002890     OPEN INPUT BLOQUEIOS.
002900     IF FS-BLOQUEIOS = "00"
002910         SET ARQUIVO-BLQ-OK TO TRUE
002920     ELSE
002930         DISPLAY "CLIESPOL: CLIBLOQ INDISPONIVEL - STATUS "
002940                 FS-BLOQUEIOS " - BLOQUEIOS NAO LISTADOS"
002950         MOVE 4 TO RETURN-CODE
002960     END-IF.
002970     OPEN INPUT TITULARES.
002980     IF FS-TITULARES = "00"
002990         SET ARQUIVO-TIT-OK TO TRUE
003000     ELSE
003010         DISPLAY "CLIESPOL: CLITITU INDISPONIVEL - STATUS "
003020                 FS-TITULARES " - TITULARES NAO LISTADOS"
003030         MOVE 4 TO RETURN-CODE
003040     END-IF.
003050     OPEN OUTPUT RELATORIO.
003060     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
003070     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
003080     MOVE WRK-CLIENTE-PARM TO OBT-CLI-ID.
003090     MOVE ZEROS TO OBT-NUMERO.
003100     START OBITOS KEY IS GREATER THAN OBT-CHAVE
003110         INVALID KEY
003120             SET FIM-OBITOS TO TRUE
003130     END-START.
003140 1000-INICIALIZAR-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------*
003180* 2000-TRATAR-OBITO - LE A PROXIMA COMUNICACAO; NO MODO    *
003190*                    PENDENTES SO AS DE RELATORIO "P", NO  *
003200*                    MODO CLIENTE TODAS AS DO CLIENTE      *
003210*----------------------------------------------------------*
003220 2000-TRATAR-OBITO.
003230     READ OBITOS NEXT RECORD
003240         AT END
003250             SET FIM-OBITOS TO TRUE
003260             GO TO 2000-TRATAR-OBITO-EXIT
003270     END-READ.
003280     IF MODO-CLIENTE AND OBT-CLI-ID NOT = WRK-CLIENTE-PARM
003290         SET FIM-OBITOS TO TRUE
003300         GO TO 2000-TRATAR-OBITO-EXIT
003310     END-IF.
003320     ADD 1 TO WRK-CONT-LIDAS.
003330     IF MODO-PENDENTES AND NOT OBT-RELATORIO-PENDENTE
003340         GO TO 2000-TRATAR-OBITO-EXIT
003350     END-IF.
003360     MOVE OBT-CLI-ID TO CLI-ID.
003370     READ CLIENTES-MASTER
003380         INVALID KEY
003390             DISPLAY "CLIESPOL: CLIENTE " OBT-CLI-ID
003400                     " DO CLIOBITO NAO ENCONTRADO NO CLIMSTR"
003410             ADD 1 TO WRK-CONT-SEM-CLI
003420             MOVE 4 TO RETURN-CODE
003430             GO TO 2000-TRATAR-OBITO-EXIT
003440     END-READ.
003450     PERFORM 2100-IMPRIMIR-IDENTIFICACAO
003460             THRU 2100-IMPRIMIR-IDENTIFICACAO-EXIT.
003470     PERFORM 2200-APURAR-SALDO THRU 2200-APURAR-SALDO-EXIT.
003480     PERFORM 2300-LISTAR-CDBS THRU 2300-LISTAR-CDBS-EXIT.
003490     PERFORM 2400-LISTAR-BLOQUEIOS
003500             THRU 2400-LISTAR-BLOQUEIOS-EXIT.
003510     PERFORM 2500-LISTAR-TITULARES
003520             THRU 2500-LISTAR-TITULARES-EXIT.
003530     ADD 1 TO WRK-CONT-EMITIDOS.
003540     IF OBT-RELATORIO-PENDENTE
003550         SET OBT-RELATORIO-EMITIDO TO TRUE
003560         MOVE WRK-DATA-EXECUCAO TO OBT-DATA-RELATORIO
003570         REWRITE OBT-REGISTRO
003580         IF FS-OBITOS NOT = "00"
003590             DISPLAY "CLIESPOL: ERRO AO REGRAVAR CLIOBITO "
003600                     OBT-CHAVE " - STATUS " FS-OBITOS
003610             MOVE 4 TO RETURN-CODE
003620         ELSE
003630             ADD 1 TO WRK-CONT-MARCADOS
003640         END-IF
003650     END-IF.
003660 2000-TRATAR-OBITO-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------*
003700* 2100-IMPRIMIR-IDENTIFICACAO - CONTA, TITULAR FALECIDO,   *
003710*                    DATA DO OBITO E TRATAMENTO DADO       *
003720*----------------------------------------------------------*
003730 2100-IMPRIMIR-IDENTIFICACAO.
003740     MOVE "IDENTIFICACAO" TO REL-TIT-TEXTO.
003750     WRITE REL-LINHA FROM REL-TITULO AFTER ADVANCING 3 LINES.
003760     MOVE "CONTA                   :" TO REL-INF-ROTULO.
003770     MOVE SPACES TO REL-INF-TEXTO.
003780     STRING CLI-ID " AGENCIA " CLI-AGENCIA " MOEDA " CLI-MOEDA
003790             " STATUS " CLI-STATUS
003800             DELIMITED BY SIZE INTO REL-INF-TEXTO.
003810     WRITE REL-LINHA FROM REL-INFO AFTER ADVANCING 1 LINE.
003820     MOVE "TITULAR FALECIDO        :" TO REL-INF-ROTULO.
003830     MOVE SPACES TO REL-INF-TEXTO.
003840     STRING OBT-SEQ-TITULAR " " OBT-NOME
003850             DELIMITED BY SIZE INTO REL-INF-TEXTO.
003860     WRITE REL-LINHA FROM REL-INFO AFTER ADVANCING 1 LINE.
003870     MOVE "DOCUMENTO               :" TO REL-INF-ROTULO.
003880     MOVE SPACES TO REL-INF-TEXTO.
003890     STRING OBT-DOCUMENTO " " OBT-TIPO-DOC
003900             DELIMITED BY SIZE INTO REL-INF-TEXTO.
003910     WRITE REL-LINHA FROM REL-INFO AFTER ADVANCING 1 LINE.
003920     MOVE "DATA DO OBITO           :" TO REL-INF-ROTULO.
003930     MOVE SPACES TO REL-INF-TEXTO.
003940     STRING OBT-DATA-OBITO " CERTIDAO " OBT-CERTIDAO
003950             DELIMITED BY SIZE INTO REL-INF-TEXTO.
003960     WRITE REL-LINHA FROM REL-INFO AFTER ADVANCING 1 LINE.
003970     MOVE "COMUNICADO EM           :" TO REL-INF-ROTULO.
003980     MOVE SPACES TO REL-INF-TEXTO.
003990     STRING OBT-DATA-COMUNICACAO " POR " OBT-OPERADOR
004000             DELIMITED BY SIZE INTO REL-INF-TEXTO.
004010     WRITE REL-LINHA FROM REL-INFO AFTER ADVANCING 1 LINE.
004020     MOVE "TRATAMENTO DA CONTA     :" TO REL-INF-ROTULO.
004030     MOVE SPACES TO REL-INF-TEXTO.
004040     EVALUATE TRUE
004050         WHEN OBT-CONTA-CONGELADA
004060             MOVE "CONTA CONGELADA ATE A PARTILHA"
004070               TO REL-INF-TEXTO
004080         WHEN OBT-TITULAR-RETIRADO
004090             MOVE "CO-TITULAR RETIRADO - CONTA SEGUE ATIVA"
004100               TO REL-INF-TEXTO
004110         WHEN OBT-PRINCIPAL-SUCEDIDO
004120             STRING "PRINCIPAL SUCEDIDO PELO TITULAR "
004130                     OBT-SEQ-SUCESSOR
004140                     DELIMITED BY SIZE INTO REL-INF-TEXTO
004150     END-EVALUATE.
004160     WRITE REL-LINHA FROM REL-INFO AFTER ADVANCING 1 LINE.
004170 2100-IMPRIMIR-IDENTIFICACAO-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------*
004210* 2200-APURAR-SALDO - SALDO NA DATA DO OBITO:              *
004220*                    SALDO NOVO DA ULTIMA LINHA DA TRILHA  *
004230*                    ATE A DATA; SEM ELA, SALDO ANTERIOR DA*
004240*                    PRIMEIRA LINHA POSTERIOR; SEM TRILHA, *
004250*                    SALDO ATUAL.                          *
004260*                    OS JUROS NAO CAPITALIZADOS SAO AS     *
004270*                    PARCELAS "J" QUE NAO MEXERAM NO SALDO *
004280*                    DESDE A ULTIMA CAPITALIZACAO.         *
004290*----------------------------------------------------------*
004300 2200-APURAR-SALDO.
004310     MOVE "N" TO WRK-SALDO-ACHADO.
004320     MOVE ZEROS TO WRK-SALDO-OBITO WRK-JUROS-OBITO.
004330     IF ARQUIVO-AUDK-OK
004340         MOVE "N" TO WRK-FIM-AUDK
004350         MOVE CLI-ID TO AUDK-CLIENTE
004360         MOVE ZEROS TO AUDK-DATA AUDK-SEQ
004370         START AUDITORIA-CHAVEADA KEY IS GREATER THAN AUDK-CHAVE
004380             INVALID KEY
004390                 SET FIM-TRILHA-CHAVEADA TO TRUE
004400         END-START
004410         PERFORM 2250-LER-TRILHA THRU 2250-LER-TRILHA-EXIT
004420                 UNTIL FIM-TRILHA-CHAVEADA
004430     END-IF.
004440     IF NOT SALDO-ACHADO
004450         MOVE CLI-SALDO TO WRK-SALDO-OBITO
004460         MOVE CLI-JUROS-ACUMULADO TO WRK-JUROS-OBITO
004470         MOVE "SALDO ATUAL - SEM TRILHA NA DATA"
004480           TO WRK-FONTE-SALDO
004490     END-IF.
004500     MOVE "POSICAO NA DATA DO OBITO" TO REL-TIT-TEXTO.
004510     WRITE REL-LINHA FROM REL-TITULO AFTER ADVANCING 2 LINES.
004520     MOVE "SALDO EM CONTA          :" TO REL-ITEM-ROTULO.
004530     MOVE WRK-FONTE-SALDO TO REL-ITEM-TEXTO.
004540     MOVE WRK-SALDO-OBITO TO REL-ITEM-VALOR.
004550     WRITE REL-LINHA FROM REL-ITEM AFTER ADVANCING 1 LINE.
004560     MOVE "JUROS NAO CAPITALIZADOS :" TO REL-ITEM-ROTULO.
004570     MOVE SPACES TO REL-ITEM-TEXTO.
004580     MOVE WRK-JUROS-OBITO TO REL-ITEM-VALOR.
004590     WRITE REL-LINHA FROM REL-ITEM AFTER ADVANCING 1 LINE.
004600 2200-APURAR-SALDO-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------*
004640* 2250-LER-TRILHA - AVANCA PELA TRILHA DO CLIENTE ATE A    *
004650*                    PRIMEIRA LINHA POSTERIOR AO OBITO     *
004660*----------------------------------------------------------*
004670 2250-LER-TRILHA.
004680     READ AUDITORIA-CHAVEADA NEXT RECORD
004690         AT END
004700             SET FIM-TRILHA-CHAVEADA TO TRUE
004710             GO TO 2250-LER-TRILHA-EXIT
004720     END-READ.
004730     IF AUDK-CLIENTE NOT = CLI-ID
004740         SET FIM-TRILHA-CHAVEADA TO TRUE
004750         GO TO 2250-LER-TRILHA-EXIT
004760     END-IF.
004770     MOVE AUDK-LINHA TO AUD-REGISTRO.
004780     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-NUM.
004790     MOVE AUD-SALDO-NOVO     TO WRK-SALDO-NOVO-NUM.
004800     IF AUDK-DATA > OBT-DATA-OBITO
004810         IF NOT SALDO-ACHADO
004820             MOVE WRK-SALDO-ANT-NUM TO WRK-SALDO-OBITO
004830             MOVE "TRILHA - SALDO ANTERIOR AO 1O LANCTO"
004840               TO WRK-FONTE-SALDO
004850             SET SALDO-ACHADO TO TRUE
004860         END-IF
004870         SET FIM-TRILHA-CHAVEADA TO TRUE
004880         GO TO 2250-LER-TRILHA-EXIT
004890     END-IF.
004900     MOVE WRK-SALDO-NOVO-NUM TO WRK-SALDO-OBITO.
004910     MOVE "TRILHA CLIAUDK ATE A DATA DO OBITO" TO WRK-FONTE-SALDO.
004920     SET SALDO-ACHADO TO TRUE.
004930     IF AUD-ORIGEM = "J"
004940         IF WRK-SALDO-NOVO-NUM = WRK-SALDO-ANT-NUM
004950             MOVE AUD-JUROS-DIA TO WRK-JUROS-NUM
004960             ADD WRK-JUROS-NUM TO WRK-JUROS-OBITO
004970         ELSE
004980             MOVE ZEROS TO WRK-JUROS-OBITO
004990         END-IF
005000     END-IF.
005010 2250-LER-TRILHA-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------*
005050* 2300-LISTAR-CDBS - CDBS DO CLIENTE APLICADOS ATE A DATA  *
005060*                    DO OBITO E NAO LIQUIDADOS ATE ELA. O  *
005070*                    RENDIMENTO E O REGISTRADO NO CLICDB   *
005080*                    NA DATA DE EMISSAO DESTE RELATORIO.   *
005090*----------------------------------------------------------*
005100 2300-LISTAR-CDBS.
005110     MOVE "CDBS EM CARTEIRA NA DATA DO OBITO" TO REL-TIT-TEXTO.
005120     WRITE REL-LINHA FROM REL-TITULO AFTER ADVANCING 2 LINES.
005130     MOVE ZEROS TO WRK-QTD-CDB WRK-TOTAL-CDB WRK-TOTAL-REND-CDB.
005140     IF NOT ARQUIVO-CDB-OK
005150         MOVE "    CLICDB INDISPONIVEL" TO REL-LINHA
005160         WRITE REL-LINHA AFTER ADVANCING 1 LINE
005170         GO TO 2300-LISTAR-CDBS-EXIT
005180     END-IF.
005190     MOVE "N" TO WRK-FIM-CDB.
005200     MOVE ZEROS TO CDB-NUMERO.
005210     START CERTIFICADOS KEY IS NOT LESS THAN CDB-NUMERO
005220         INVALID KEY
005230             SET FIM-CERTIFICADOS TO TRUE
005240     END-START.
005250     PERFORM 2350-LER-CDB THRU 2350-LER-CDB-EXIT
005260             UNTIL FIM-CERTIFICADOS.
005270     IF WRK-QTD-CDB = ZEROS
005280         MOVE "    NENHUM CDB EM CARTEIRA" TO REL-LINHA
005290         WRITE REL-LINHA AFTER ADVANCING 1 LINE
005300         GO TO 2300-LISTAR-CDBS-EXIT
005310     END-IF.
005320     MOVE "TOTAL PRINCIPAL CDB     :" TO REL-ITEM-ROTULO.
005330     MOVE SPACES TO REL-ITEM-TEXTO.
005340     MOVE WRK-TOTAL-CDB TO REL-ITEM-VALOR.
005350     WRITE REL-LINHA FROM REL-ITEM AFTER ADVANCING 1 LINE.
005360     MOVE "TOTAL RENDIMENTO CDB    :" TO REL-ITEM-ROTULO.
005370     MOVE "BRUTO, ANTES DO IRRF" TO REL-ITEM-TEXTO.
005380     MOVE WRK-TOTAL-REND-CDB TO REL-ITEM-VALOR.
005390     WRITE REL-LINHA FROM REL-ITEM AFTER ADVANCING 1 LINE.
005400 2300-LISTAR-CDBS-EXIT.
005410     EXIT.
005420
005430 2350-LER-CDB.
005440     READ CERTIFICADOS NEXT RECORD
005450         AT END
005460             SET FIM-CERTIFICADOS TO TRUE
005470             GO TO 2350-LER-CDB-EXIT
005480     END-READ.
005490     IF CDB-CLI-ID NOT = CLI-ID
005500             OR CDB-DATA-APLICACAO > OBT-DATA-OBITO
005510         GO TO 2350-LER-CDB-EXIT
005520     END-IF.
005530     IF CDB-LIQUIDADO
005540             AND CDB-DATA-LIQUIDACAO NOT > OBT-DATA-OBITO
005550         GO TO 2350-LER-CDB-EXIT
005560     END-IF.
005570     ADD 1 TO WRK-QTD-CDB.
005580     ADD CDB-PRINCIPAL       TO WRK-TOTAL-CDB.
005590     ADD CDB-JUROS-ACUMULADO TO WRK-TOTAL-REND-CDB.
005600     MOVE CDB-NUMERO          TO REL-CDB-NUMERO.
005610     MOVE CDB-DATA-APLICACAO  TO REL-CDB-APLICACAO.
005620     MOVE CDB-DATA-VENCIMENTO TO REL-CDB-VENCIMENTO.
005630     MOVE CDB-PRINCIPAL       TO REL-CDB-PRINCIPAL.
005640     MOVE CDB-JUROS-ACUMULADO TO REL-CDB-RENDIMENTO.
005650     WRITE REL-LINHA FROM REL-DET-CDB AFTER ADVANCING 1 LINE.
005660 2350-LER-CDB-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------*
005700* 2400-LISTAR-BLOQUEIOS - BLOQUEIOS VIGENTES NA DATA DO    *
005710*                    OBITO (INCLUIDOS ATE ELA E NAO        *
005720*                    LIBERADOS ANTES DELA)                 *
005730*----------------------------------------------------------*
005740 2400-LISTAR-BLOQUEIOS.
005750     MOVE "BLOQUEIOS VIGENTES NA DATA DO OBITO"
005760       TO REL-TIT-TEXTO.
005770     WRITE REL-LINHA FROM REL-TITULO AFTER ADVANCING 2 LINES.
005780     MOVE ZEROS TO WRK-QTD-BLQ WRK-TOTAL-BLOQ.
005790     IF NOT ARQUIVO-BLQ-OK
005800         MOVE "    CLIBLOQ INDISPONIVEL" TO REL-LINHA
005810         WRITE REL-LINHA AFTER ADVANCING 1 LINE
005820         GO TO 2400-LISTAR-BLOQUEIOS-EXIT
005830     END-IF.
005840     MOVE "N" TO WRK-FIM-BLQ.
005850     MOVE CLI-ID TO BLQ-CLI-ID.
005860     MOVE ZEROS  TO BLQ-SEQ.
005870     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
005880         INVALID KEY
005890             SET FIM-BLOQUEIOS TO TRUE
005900     END-START.
005910     PERFORM 2450-LER-BLOQUEIO THRU 2450-LER-BLOQUEIO-EXIT
005920             UNTIL FIM-BLOQUEIOS.
005930     IF WRK-QTD-BLQ = ZEROS
005940         MOVE "    NENHUM BLOQUEIO VIGENTE" TO REL-LINHA
005950         WRITE REL-LINHA AFTER ADVANCING 1 LINE
005960         GO TO 2400-LISTAR-BLOQUEIOS-EXIT
005970     END-IF.
005980     MOVE "TOTAL BLOQUEADO         :" TO REL-ITEM-ROTULO.
005990     MOVE SPACES TO REL-ITEM-TEXTO.
006000     MOVE WRK-TOTAL-BLOQ TO REL-ITEM-VALOR.
006010     WRITE REL-LINHA FROM REL-ITEM AFTER ADVANCING 1 LINE.
006020 2400-LISTAR-BLOQUEIOS-EXIT.
006030     EXIT.
006040
006050 2450-LER-BLOQUEIO.
006060     READ BLOQUEIOS NEXT RECORD
006070         AT END
006080             SET FIM-BLOQUEIOS TO TRUE
006090             GO TO 2450-LER-BLOQUEIO-EXIT
006100     END-READ.
006110     IF BLQ-CLI-ID NOT = CLI-ID
006120         SET FIM-BLOQUEIOS TO TRUE
006130         GO TO 2450-LER-BLOQUEIO-EXIT
006140     END-IF.
006150     IF BLQ-DATA-ENTRADA > OBT-DATA-OBITO
006160         GO TO 2450-LER-BLOQUEIO-EXIT
006170     END-IF.
006180     IF BLQ-DATA-LIBERACAO NOT = ZEROS
006190             AND BLQ-DATA-LIBERACAO NOT > OBT-DATA-OBITO
006200         GO TO 2450-LER-BLOQUEIO-EXIT
006210     END-IF.
006220     ADD 1 TO WRK-QTD-BLQ.
006230     ADD BLQ-VALOR TO WRK-TOTAL-BLOQ.
006240     MOVE BLQ-SEQ TO REL-BLQ-SEQ.
006250     IF BLQ-JUDICIAL
006260         MOVE "JUDICIAL" TO REL-BLQ-ORIGEM
006270     ELSE
006280         MOVE "ADMINISTRATIVO" TO REL-BLQ-ORIGEM
006290     END-IF.
006300     MOVE BLQ-PROCESSO     TO REL-BLQ-PROCESSO.
006310     MOVE BLQ-DATA-ENTRADA TO REL-BLQ-ENTRADA.
006320     MOVE BLQ-VALOR        TO REL-BLQ-VALOR.
006330     WRITE REL-LINHA FROM REL-DET-BLQ AFTER ADVANCING 1 LINE.
006340 2450-LER-BLOQUEIO-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380* 2500-LISTAR-TITULARES - TITULARES HOJE NA CONTA: O       *
006390*                    PRINCIPAL DO CADASTRO E OS            *
006400*                    CO-TITULARES DO CLITITU               *
006410*----------------------------------------------------------*
006420 2500-LISTAR-TITULARES.
006430     MOVE "TITULARES ATUAIS DA CONTA" TO REL-TIT-TEXTO.
006440     WRITE REL-LINHA FROM REL-TITULO AFTER ADVANCING 2 LINES.
006450     MOVE ZEROS         TO REL-TIT-SEQ.
006460     MOVE CLI-NOME      TO REL-TIT-NOME.
006470     MOVE CLI-DOCUMENTO TO REL-TIT-DOCUMENTO.
006480     MOVE CLI-TIPO-DOC  TO REL-TIT-TIPO-DOC.
006490     WRITE REL-LINHA FROM REL-DET-TIT AFTER ADVANCING 1 LINE.
006500     IF NOT ARQUIVO-TIT-OK
006510         GO TO 2500-LISTAR-TITULARES-EXIT
006520     END-IF.
006530     MOVE ZEROS TO WRK-QTD-TIT.
006540     MOVE "N" TO WRK-FIM-TIT.
006550     MOVE CLI-ID TO TIT-CLI-ID.
006560     MOVE ZEROS  TO TIT-SEQ.
006570     START TITULARES KEY IS GREATER THAN TIT-CHAVE
006580         INVALID KEY
006590             SET FIM-TITULARES TO TRUE
006600     END-START.
006610     PERFORM 2550-LER-TITULAR THRU 2550-LER-TITULAR-EXIT
006620             UNTIL FIM-TITULARES.
006630 2500-LISTAR-TITULARES-EXIT.
006640     EXIT.
006650
006660 2550-LER-TITULAR.
006670     READ TITULARES NEXT RECORD
006680         AT END
006690             SET FIM-TITULARES TO TRUE
006700             GO TO 2550-LER-TITULAR-EXIT
006710     END-READ.
006720     IF TIT-CLI-ID NOT = CLI-ID
006730         SET FIM-TITULARES TO TRUE
006740         GO TO 2550-LER-TITULAR-EXIT
006750     END-IF.
006760     ADD 1 TO WRK-QTD-TIT.
006770     MOVE TIT-SEQ       TO REL-TIT-SEQ.
006780     MOVE TIT-NOME      TO REL-TIT-NOME.
006790     MOVE TIT-DOCUMENTO TO REL-TIT-DOCUMENTO.
006800     MOVE TIT-TIPO-DOC  TO REL-TIT-TIPO-DOC.
006810     WRITE REL-LINHA FROM REL-DET-TIT AFTER ADVANCING 1 LINE.
006820 2550-LER-TITULAR-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------*
006860* 9000-FINALIZAR - QUADRO DE CONTROLE E FECHAMENTO         *
006870*----------------------------------------------------------*
006880 9000-FINALIZAR.
006890     MOVE "QUADRO DE TOTAIS DE CONTROLE" TO REL-LINHA.
006900     WRITE REL-LINHA AFTER ADVANCING 3 LINES.
006910     MOVE "COMUNICACOES LIDAS            " TO REL-ROD-ROTULO.
006920     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
006930     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006940     MOVE "POSICOES EMITIDAS             " TO REL-ROD-ROTULO.
006950     MOVE WRK-CONT-EMITIDOS TO REL-ROD-VALOR.
006960     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006970     MOVE "MARCADAS COMO EMITIDAS        " TO REL-ROD-ROTULO.
006980     MOVE WRK-CONT-MARCADOS TO REL-ROD-VALOR.
006990     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007000     MOVE "CLIENTES NAO ENCONTRADOS      " TO REL-ROD-ROTULO.
007010     MOVE WRK-CONT-SEM-CLI TO REL-ROD-VALOR.
007020     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007030     IF MODO-CLIENTE AND WRK-CONT-EMITIDOS = ZEROS
007040         DISPLAY "CLIESPOL: NENHUMA COMUNICACAO DE OBITO PARA O "
007050                 "CLIENTE " WRK-CLIENTE-PARM
007060         MOVE 4 TO RETURN-CODE
007070     END-IF.
007080     CLOSE OBITOS CLIENTES-MASTER RELATORIO.
007090     IF ARQUIVO-AUDK-OK
007100         CLOSE AUDITORIA-CHAVEADA
007110     END-IF.
007120     IF ARQUIVO-CDB-OK
007130         CLOSE CERTIFICADOS
007140     END-IF.
007150     IF ARQUIVO-BLQ-OK
007160         CLOSE BLOQUEIOS
007170     END-IF.
007180     IF ARQUIVO-TIT-OK
007190         CLOSE TITULARES
007200     END-IF.
007210 9000-FINALIZAR-EXIT.
007220     EXIT.
007230
007240 9999-EXIT.
007250     STOP RUN.
