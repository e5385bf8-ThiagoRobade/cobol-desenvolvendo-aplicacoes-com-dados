000190*                    MESTRE, MAIS OS TOTAIS POR MOEDA - A  *
000200*                    RESPOSTA QUE O OFICIAL DE JUSTICA     *
000210*                    PEDE.                                 *
000220* 2026-10-15 EBC     PARM GANHA A DATA-BASE OPCIONAL       *
000230*                    (POSICOES 15 A 22, AAAAMMDD):         *
000240*                    INFORMADA, O SALDO DE CADA CONTA VEM  *
000250*                    DO HISTORICO DE SALDOS DE FIM DE DIA  *
000260*                    CLISDHST (ULTIMA FOTO ATE A DATA),    *
000270*                    CONTAS ABERTAS DEPOIS DA DATA NAO     *
000280*                    ENTRAM E CONTA SEM FOTO SAI MARCADA   *
000290*                    SEM HISTORICO COM RC 4. OS TITULARES  *
000300*                    CONTINUAM OS ATUAIS DO CLIXREF.       *
000310*----------------------------------------------------------*
000320 ENVIRONMENT             DIVISION.
000330 CONFIGURATION           SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360
000370 INPUT-OUTPUT            SECTION.
000380 FILE-CONTROL.
000390     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CLI-ID
000430         FILE STATUS IS FS-CLIENTES-MASTER.
000440     SELECT REFERENCIA ASSIGN TO "CLIXREF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS XRF-CHAVE
000480         FILE STATUS IS FS-REFERENCIA.
000490     SELECT HISTORICO-SALDOS ASSIGN TO "CLISDHST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS SDH-CHAVE
000530         FILE STATUS IS FS-HISTORICO-SALDOS.
000540     SELECT RELATORIO ASSIGN TO "RELDOC"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-RELATORIO.
000570
000580 DATA                    DIVISION.
000590 FILE                    SECTION.
000600 FD  CLIENTES-MASTER
000610     LABEL RECORD IS STANDARD.
000620     COPY CLIREG.
000630
000640 FD  REFERENCIA
000650     LABEL RECORD IS STANDARD.
000660     COPY CLIXREFR.
000670
000680 FD  HISTORICO-SALDOS
000690     LABEL RECORD IS STANDARD.
000700     COPY CLISDHRG.
000710
000720 FD  RELATORIO
000730     LABEL RECORD IS STANDARD.
000740 01  REL-LINHA               PICTURE X(132).
000750
000760 WORKING-STORAGE         SECTION.
000770 01  WRK-FLAGS.
000780     05  WRK-FIM-XREF    PICTURE X(01)      VALUE "N".
000790         88  FIM-REFERENCIA                 VALUE "S".
000800     05  WRK-FIM-SDH     PICTURE X(01)      VALUE "N".
000810         88  FIM-HISTORICO-SALDOS           VALUE "S".
000820     05  WRK-ACHOU-FOTO  PICTURE X(01)      VALUE "N".
000830         88  FOTO-ENCONTRADA                VALUE "S".
000840 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
000850 01  FS-REFERENCIA       PICTURE X(02)      VALUE "00".
000860 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
000870 01  FS-HISTORICO-SALDOS PICTURE X(02)      VALUE "00".
000880 77  WRK-DOCUMENTO       PICTURE 9(14)      VALUE ZEROS.
000890 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
000900 77  WRK-DATA-BASE       PICTURE 9(08)      VALUE ZEROS.
000910 77  WRK-SALDO-CONTA     PICTURE S9(10)     COMP VALUE ZEROS.
000920 77  WRK-CONT-SEM-HIST   PICTURE 9(06)      COMP VALUE ZEROS.
000930 77  WRK-CONT-CONTAS     PICTURE 9(06)      COMP VALUE ZEROS.
000940 77  WRK-TOTAL-SALDO-BRL PICTURE S9(12)     COMP VALUE ZEROS.
000950 77  WRK-TOTAL-SALDO-USD PICTURE S9(12)     COMP VALUE ZEROS.
000960 77  WRK-TOTAL-SALDO-EUR PICTURE S9(12)     COMP VALUE ZEROS.
000970
000980 01  REL-CABECALHO-1.
000990     05  FILLER              PICTURE X(36)
001000             VALUE "POSICAO CONSOLIDADA POR DOCUMENTO - ".
001010     05  REL-CAB-DOCUMENTO   PICTURE 9(14).
001020     05  FILLER              PICTURE X(02) VALUE SPACES.
001030     05  REL-CAB-REFERENCIA  PICTURE X(13) VALUE "SALDOS ATUAIS".
001040     05  FILLER              PICTURE X(01) VALUE SPACES.
001050     05  REL-CAB-DATA-BASE   PICTURE 9999/99/99 BLANK WHEN ZERO.
001060     05  FILLER              PICTURE X(56) VALUE SPACES.
001070 01  REL-CABECALHO-2.
001080     05  FILLER              PICTURE X(08) VALUE "CLIENTE ".
001090     05  FILLER              PICTURE X(22) VALUE "NOME".
001100     05  FILLER              PICTURE X(06) VALUE "TIT.  ".
001110     05  FILLER              PICTURE X(09) VALUE "AGENCIA  ".
001120     05  FILLER              PICTURE X(08) VALUE "STATUS  ".
001130     05  FILLER              PICTURE X(06) VALUE "MOEDA ".
001140     05  FILLER              PICTURE X(20) VALUE "SALDO".
001150     05  FILLER              PICTURE X(53) VALUE SPACES.
001160 01  REL-DETALHE.
001170     05  REL-DET-ID          PICTURE 9(06).
001180     05  FILLER              PICTURE X(02) VALUE SPACES.
001190     05  REL-DET-NOME        PICTURE X(20).
001200     05  FILLER              PICTURE X(02) VALUE SPACES.
001210     05  REL-DET-TITULAR     PICTURE X(01).
001220     05  FILLER              PICTURE X(05) VALUE SPACES.
001230     05  REL-DET-AGENCIA     PICTURE 9(04).
001240     05  FILLER              PICTURE X(05) VALUE SPACES.
001250     05  REL-DET-STATUS      PICTURE X(01).
001260     05  FILLER              PICTURE X(07) VALUE SPACES.
001270     05  REL-DET-MOEDA       PICTURE X(03).
001280     05  FILLER              PICTURE X(03) VALUE SPACES.
001290     05  REL-DET-SALDO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001300     05  FILLER              PICTURE X(02) VALUE SPACES.
001310     05  REL-DET-OBS         PICTURE X(14).
001320     05  FILLER              PICTURE X(39) VALUE SPACES.
001330 01  REL-RODAPE.
001340     05  REL-ROD-ROTULO      PICTURE X(30).
001350     05  REL-ROD-MOEDA       PICTURE X(03).
001360     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001370     05  FILLER              PICTURE X(81) VALUE SPACES.
001380
001390 LINKAGE                 SECTION.
001400 01  LK-PARM-CONSULTA.
001410     05  LK-PARM-DOCUMENTO   PICTURE X(14).
001420     05  LK-PARM-DATA-BASE   PICTURE X(08).
001430
001440 PROCEDURE               DIVISION USING LK-PARM-CONSULTA.
001450*----------------------------------------------------------*
001460* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
001470*----------------------------------------------------------*
001480 0000-MAINLINE.
001490     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
001500     PERFORM 2000-LISTAR-CONTA     THRU 2000-LISTAR-CONTA-EXIT
001510             UNTIL FIM-REFERENCIA.
001520     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
001530     GO TO 9999-EXIT.
001540
001550*----------------------------------------------------------*
001560* 1000-INICIALIZAR - CRITICA O PARM, ABRE OS ARQUIVOS E    *
001570*                    POSICIONA A REFERENCIA NO DOCUMENTO;  *
001580*                    COM DATA-BASE ABRE TAMBEM O CLISDHST  *
001590*----------------------------------------------------------*
001600 1000-INICIALIZAR.
001610     IF LK-PARM-DOCUMENTO IS NUMERIC
001620             AND LK-PARM-DOCUMENTO NOT = "00000000000000"
001630         MOVE LK-PARM-DOCUMENTO TO WRK-DOCUMENTO
001640     ELSE
001650         DISPLAY "CLIDOCRP: INFORMAR NO PARM O CPF/CNPJ (14 "
001660                 "DIGITOS, SO NUMEROS)"
001670         MOVE 16 TO RETURN-CODE
001680         GO TO 9999-EXIT
001690     END-IF.
001700     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001710     IF LK-PARM-DATA-BASE NOT = SPACES
001720             AND LK-PARM-DATA-BASE NOT = "00000000"
001730         IF LK-PARM-DATA-BASE IS NUMERIC
001740                 AND LK-PARM-DATA-BASE < WRK-DATA-SISTEMA
001750             MOVE LK-PARM-DATA-BASE TO WRK-DATA-BASE
001760         ELSE
001770             DISPLAY "CLIDOCRP: DATA-BASE INVALIDA NO PARM ("
001780                     LK-PARM-DATA-BASE ") - AAAAMMDD ANTERIOR A "
001790                     "HOJE OU EM BRANCO PARA O SALDO ATUAL"
001800             MOVE 16 TO RETURN-CODE
001810             GO TO 9999-EXIT
001820         END-IF
001830     END-IF.
001840     IF WRK-DATA-BASE NOT = ZEROS
001850         OPEN INPUT HISTORICO-SALDOS
001860         IF FS-HISTORICO-SALDOS NOT = "00"
001870             DISPLAY "CLIDOCRP: ERRO AO ABRIR CLISDHST - STATUS "
001880                     FS-HISTORICO-SALDOS
001890             MOVE 16 TO RETURN-CODE
001900             GO TO 9999-EXIT
001910         END-IF
001920     END-IF.
001930     OPEN INPUT REFERENCIA.
001940     IF FS-REFERENCIA NOT = "00"
001950         DISPLAY "CLIDOCRP: ERRO AO ABRIR CLIXREF - STATUS "
001960                 FS-REFERENCIA
001970         MOVE 16 TO RETURN-CODE
001980         GO TO 9999-EXIT
001990     END-IF.
002000     OPEN INPUT CLIENTES-MASTER.
002010     IF FS-CLIENTES-MASTER NOT = "00"
002020         DISPLAY "CLIDOCRP: ERRO AO ABRIR CLIMSTR - STATUS "
002030                 FS-CLIENTES-MASTER
002040         CLOSE REFERENCIA
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 9999-EXIT
002070     END-IF.
002080     OPEN OUTPUT RELATORIO.
002090     MOVE WRK-DOCUMENTO TO REL-CAB-DOCUMENTO.
002100     IF WRK-DATA-BASE NOT = ZEROS
002110         MOVE "SALDOS DO DIA" TO REL-CAB-REFERENCIA
002120         MOVE WRK-DATA-BASE   TO REL-CAB-DATA-BASE
002130     END-IF.
002140     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
002150     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 2 LINES.
002160     MOVE WRK-DOCUMENTO TO XRF-DOCUMENTO.
002170     MOVE ZEROS TO XRF-CLI-ID XRF-SEQ.
002180     START REFERENCIA KEY IS GREATER THAN XRF-CHAVE
002190         INVALID KEY
002200             SET FIM-REFERENCIA TO TRUE
002210     END-START.
002220 1000-INICIALIZAR-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------*
002260* 2000-LISTAR-CONTA - LE A PROXIMA ENTRADA DO DOCUMENTO E  *
002270*                    IMPRIME A CONTA COM O SALDO DO MESTRE *
002280*                    OU, COM DATA-BASE, COM O DO HISTORICO *
002290*----------------------------------------------------------*
002300 2000-LISTAR-CONTA.
002310     READ REFERENCIA NEXT RECORD
002320         AT END
002330             SET FIM-REFERENCIA TO TRUE
002340             GO TO 2000-LISTAR-CONTA-EXIT
002350     END-READ.
002360     IF XRF-DOCUMENTO NOT = WRK-DOCUMENTO
002370         SET FIM-REFERENCIA TO TRUE
002380         GO TO 2000-LISTAR-CONTA-EXIT
002390     END-IF.
002400     MOVE XRF-CLI-ID TO REL-DET-ID.
002410     MOVE XRF-TIPO-TITULAR TO REL-DET-TITULAR.
002420     MOVE "** NAO ENCONTRADO **" TO REL-DET-NOME.
002430     MOVE ZEROS  TO REL-DET-AGENCIA.
002440     MOVE SPACES TO REL-DET-STATUS REL-DET-MOEDA REL-DET-OBS.
002450     MOVE ZEROS  TO REL-DET-SALDO.
002460     MOVE XRF-CLI-ID TO CLI-ID.
002470     READ CLIENTES-MASTER
002480         INVALID KEY
002490             CONTINUE
002500         NOT INVALID KEY
002510             MOVE CLI-NOME    TO REL-DET-NOME
002520             MOVE CLI-AGENCIA TO REL-DET-AGENCIA
002530             MOVE CLI-STATUS  TO REL-DET-STATUS
002540             MOVE CLI-MOEDA   TO REL-DET-MOEDA
002550             MOVE CLI-SALDO   TO WRK-SALDO-CONTA
002560             IF WRK-DATA-BASE NOT = ZEROS
002570*                CONTA ABERTA DEPOIS DA DATA-BASE NAO EXISTIA
002580                 IF CLI-DATA-ABERTURA > WRK-DATA-BASE
002590                     GO TO 2000-LISTAR-CONTA-EXIT
002600                 END-IF
002610                 PERFORM 2100-APURAR-SALDO-HISTORICO
002620                         THRU 2100-APURAR-SALDO-HISTORICO-EXIT
002630             END-IF
002640             IF WRK-DATA-BASE = ZEROS OR FOTO-ENCONTRADA
002650                 MOVE WRK-SALDO-CONTA TO REL-DET-SALDO
002660                 PERFORM 2050-ACUMULAR-SALDO-MOEDA
002670                         THRU 2050-ACUMULAR-SALDO-MOEDA-EXIT
002680             ELSE
002690                 MOVE "SEM HISTORICO" TO REL-DET-OBS
002700                 ADD 1 TO WRK-CONT-SEM-HIST
002710             END-IF
002720     END-READ.
002730     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
002740     ADD 1 TO WRK-CONT-CONTAS.
002750 2000-LISTAR-CONTA-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790* 2050-ACUMULAR-SALDO-MOEDA - SOMA O SALDO NO SUBTOTAL DA  *
002800*                    MOEDA, NOS MOLDES DO QUADRO DO RELCLI *
002810*----------------------------------------------------------*
002820 2050-ACUMULAR-SALDO-MOEDA.
002830     IF MOEDA-DOLAR
002840         ADD WRK-SALDO-CONTA TO WRK-TOTAL-SALDO-USD
002850     ELSE
002860         IF MOEDA-EURO
002870             ADD WRK-SALDO-CONTA TO WRK-TOTAL-SALDO-EUR
002880         ELSE
002890             ADD WRK-SALDO-CONTA TO WRK-TOTAL-SALDO-BRL
002900         END-IF
002910     END-IF.
002920 2050-ACUMULAR-SALDO-MOEDA-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------*
002960* 2100-APURAR-SALDO-HISTORICO - FICA COM A ULTIMA FOTO DO  *
002970*                    CLIENTE ATE A DATA-BASE (DIA SEM LOTE *
002980*                    REPETE O SALDO DO DIA ANTERIOR)       *
002990*----------------------------------------------------------*
003000 2100-APURAR-SALDO-HISTORICO.
003010     MOVE "N" TO WRK-ACHOU-FOTO WRK-FIM-SDH.
003020     MOVE CLI-ID TO SDH-CLI-ID.
003030     MOVE ZEROS  TO SDH-DATA.
003040     START HISTORICO-SALDOS KEY IS GREATER THAN SDH-CHAVE
003050         INVALID KEY
003060             SET FIM-HISTORICO-SALDOS TO TRUE
003070     END-START.
003080     PERFORM 2150-LER-FOTO THRU 2150-LER-FOTO-EXIT
003090             UNTIL FIM-HISTORICO-SALDOS.
003100 2100-APURAR-SALDO-HISTORICO-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140* 2150-LER-FOTO - LE A PROXIMA FOTO DO CLIENTE E GUARDA O  *
003150*                    SALDO SE AINDA NAO PASSOU DA DATA     *
003160*----------------------------------------------------------*
003170 2150-LER-FOTO.
003180     READ HISTORICO-SALDOS NEXT RECORD
003190         AT END
003200             SET FIM-HISTORICO-SALDOS TO TRUE
003210             GO TO 2150-LER-FOTO-EXIT
003220     END-READ.
003230     IF SDH-CLI-ID NOT = CLI-ID
003240             OR SDH-DATA > WRK-DATA-BASE
003250         SET FIM-HISTORICO-SALDOS TO TRUE
003260         GO TO 2150-LER-FOTO-EXIT
003270     END-IF.
003280     MOVE SDH-SALDO TO WRK-SALDO-CONTA.
003290     SET FOTO-ENCONTRADA TO TRUE.
003300 2150-LER-FOTO-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340* 9000-FINALIZAR - TOTAIS POR MOEDA E FECHAMENTO           *
003350*----------------------------------------------------------*
003360 9000-FINALIZAR.
003370     MOVE SPACES TO REL-ROD-MOEDA.
003380     MOVE "CONTAS DO DOCUMENTO           " TO REL-ROD-ROTULO.
003390     MOVE WRK-CONT-CONTAS TO REL-ROD-VALOR.
003400     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
003410     MOVE "BRL" TO REL-ROD-MOEDA.
003420     MOVE "SALDO CONSOLIDADO EM REAIS    " TO REL-ROD-ROTULO.
003430     MOVE WRK-TOTAL-SALDO-BRL TO REL-ROD-VALOR.
003440     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003450     MOVE "USD" TO REL-ROD-MOEDA.
003460     MOVE "SALDO CONSOLIDADO EM DOLAR    " TO REL-ROD-ROTULO.
003470     MOVE WRK-TOTAL-SALDO-USD TO REL-ROD-VALOR.
003480     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003490     MOVE "EUR" TO REL-ROD-MOEDA.
003500     MOVE "SALDO CONSOLIDADO EM EURO     " TO REL-ROD-ROTULO.
003510     MOVE WRK-TOTAL-SALDO-EUR TO REL-ROD-VALOR.
003520     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
003530     IF WRK-CONT-CONTAS = ZEROS
003540         MOVE "DOCUMENTO SEM CONTA NA CASA" TO REL-LINHA
003550         WRITE REL-LINHA AFTER ADVANCING 2 LINES
003560         MOVE 4 TO RETURN-CODE
003570     END-IF.
003580     IF WRK-CONT-SEM-HIST NOT = ZEROS
003590         MOVE SPACES TO REL-ROD-MOEDA
003600         MOVE "CONTAS SEM HISTORICO NA DATA  " TO REL-ROD-ROTULO
003610         MOVE WRK-CONT-SEM-HIST TO REL-ROD-VALOR
003620         WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES
003630         MOVE 4 TO RETURN-CODE
003640     END-IF.
003650     IF WRK-DATA-BASE NOT = ZEROS
003660         CLOSE HISTORICO-SALDOS
003670     END-IF.
003680     CLOSE CLIENTES-MASTER REFERENCIA RELATORIO.
003690 9000-FINALIZAR-EXIT.
003700     EXIT.
003710
003720 9999-EXIT.
003730     STOP RUN.
