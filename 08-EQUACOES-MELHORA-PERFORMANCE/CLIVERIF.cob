000360*                    REGISTRO DUPLICADO (REINICIO APOS     *
000370*                    ABEND REABRE A GERACAO EM EXTEND) E   *
000380*                    TOLERADA: VALE A PRIMEIRA IMAGEM.     *
000390* 2026-10-15 EBC     LINHA DO CLIBKUP ALARGADA PARA 270    *
000400*                    BYTES (DADOS DE RECADASTRAMENTO NO    *
000410*                    CLIBKREG).                            *
000420* 2026-10-15 EBC     GRAVA NO CLISTAT A LINHA "CLIVERIF"   *
000430*                    DA DATA DO LOTE, "CONFERE" OU         *
000440*                    "DIVERGENTE", PARA A CERTIFICACAO DO  *
000450*                    FECHAMENTO DO DIA (CLIFECHA).         *
000460* 2026-10-15 EBC     LINHA DO CLIBKUP ALARGADA PARA 360    *
000470*                    BYTES (DATA DE REATIVACAO,            *
000480*                    RESPONSAVEL LEGAL E PREFERENCIA DE    *
000490*                    ALERTA NO CLIBKREG).                  *
000500*----------------------------------------------------------*
000510 ENVIRONMENT             DIVISION.
000520 CONFIGURATION           SECTION.
000530 SPECIAL-NAMES.
000540     DECIMAL-POINT IS COMMA.
000550
000560 INPUT-OUTPUT            SECTION.
000570 FILE-CONTROL.
000580*----------------------------------------------------------*
000590* MESTRE ATUALIZADO, LIDO PELA CHAVE PARA A CONFERENCIA    *
000600*----------------------------------------------------------*
000610     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CLI-ID
000650         FILE STATUS IS FS-CLIENTES-MASTER.
000660*----------------------------------------------------------*
000670* FOTO DO MESTRE ANTES DO LOTE (GERACAO DO DIA)            *
000680*----------------------------------------------------------*
000690     SELECT BACKUP-MESTRE ASSIGN TO "CLIBKUP"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-BACKUP-MESTRE.
000720*----------------------------------------------------------*
000730* TRILHA DE AUDITORIA DO DIA                               *
000740*----------------------------------------------------------*
000750     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-AUDITORIA.
000780*----------------------------------------------------------*
000790* REGISTRO DE CONTROLE - DATA DO LOTE A VERIFICAR          *
000800*----------------------------------------------------------*
000810     SELECT CONTROLE ASSIGN TO "CLICTRL"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FS-CONTROLE.
000840*----------------------------------------------------------*
000850* ARQUIVO DE TRABALHO DA CLASSIFICACAO DA AUDITORIA        *
000860*----------------------------------------------------------*
000870     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000880*----------------------------------------------------------*
000890* RELATORIO DE VERIFICACAO (SAIDA SYSOUT)                  *
000900*----------------------------------------------------------*
000910     SELECT RELATORIO ASSIGN TO "RELVRF"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-RELATORIO.
000940*----------------------------------------------------------*
000950* LINHA DE STATUS DA VERIFICACAO, PARA O CLIFECHA          *
000960*----------------------------------------------------------*
000970     SELECT NOTIFICACAO ASSIGN TO "CLISTAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-NOTIFICACAO.
001000
001010 DATA                    DIVISION.
001020 FILE                    SECTION.
001030 FD  CLIENTES-MASTER
001040     LABEL RECORD IS STANDARD.
001050     COPY CLIREG.
001060
001070 FD  BACKUP-MESTRE
001080     LABEL RECORD IS STANDARD.
001090 01  BKP-LINHA                 PICTURE X(360).
001100
001110 FD  AUDITORIA
001120     LABEL RECORD IS STANDARD.
001130 01  AUD-LINHA                PICTURE X(100).
001140
001150 FD  CONTROLE
001160     LABEL RECORD IS STANDARD.
001170 01  CTRL-REGISTRO.
001180     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001190     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001200     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001210
001220 SD  CLASSIFICACAO.
001230 01  SRT-REGISTRO.
001240     05  SRT-CLIENTE          PICTURE 9(06).
001250     05  SRT-LINHA            PICTURE X(100).
001260
001270 FD  RELATORIO
001280     LABEL RECORD IS STANDARD.
001290 01  REL-LINHA               PICTURE X(132).
001300
001310 FD  NOTIFICACAO
001320     LABEL RECORD IS STANDARD.
001330 01  STAT-LINHA              PICTURE X(80).
001340
001350 WORKING-STORAGE         SECTION.
001360 01  WRK-FLAGS.
001370     05  WRK-FIM-AUDIT   PICTURE X(01)      VALUE "N".
001380         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001390     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001400         88  FIM-CLASSIFICACAO              VALUE "S".
001410     05  WRK-FIM-BACKUP  PICTURE X(01)      VALUE "N".
001420         88  FIM-ARQUIVO-BACKUP             VALUE "S".
001430     05  WRK-TEM-GRUPO   PICTURE X(01)      VALUE "N".
001440         88  GRUPO-EM-ABERTO                VALUE "S".
001450 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001460 01  FS-BACKUP-MESTRE    PICTURE X(02)      VALUE "00".
001470 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001480 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001490 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001500 01  FS-NOTIFICACAO      PICTURE X(02)      VALUE "00".
001510 77  WRK-DATA-LOTE       PICTURE 9(08)      VALUE ZEROS.
001520 77  WRK-DATA-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001530 77  WRK-BKP-ID-ANTERIOR PICTURE 9(06)      VALUE ZEROS.
001540 77  WRK-CLIENTE-GRUPO   PICTURE 9(06)      VALUE ZEROS.
001550 77  WRK-MOVIMENTO-NUM   PICTURE S9(10)V99  COMP VALUE ZEROS.
001560 77  WRK-DELTA-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
001570 77  WRK-SALDO-ANT-NUM   PICTURE S9(10)V99  COMP VALUE ZEROS.
001580 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
001590 77  WRK-SALDO-ESPERADO  PICTURE S9(12)V99  COMP VALUE ZEROS.
001600 77  WRK-CONT-VERIFICADOS PICTURE 9(06)     COMP VALUE ZEROS.
001610 77  WRK-CONT-DIVERGENTES PICTURE 9(06)     COMP VALUE ZEROS.
001620 77  WRK-CONT-SEM-AUDIT  PICTURE 9(06)      COMP VALUE ZEROS.
001630 77  WRK-CONT-SEM-BACKUP PICTURE 9(06)      COMP VALUE ZEROS.
001640
001650*----------------------------------------------------------*
001660* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
001670*----------------------------------------------------------*
001680     COPY CLIAUDRG.
001690
001700*----------------------------------------------------------*
001710* REGISTRO DA FOTO DO BACKUP (LAYOUT CLIBKREG)             *
001720*----------------------------------------------------------*
001730     COPY CLIBKREG.
001740
001750*----------------------------------------------------------*
001760* LINHA DE STATUS (LAYOUT CLISTREG)                        *
001770*----------------------------------------------------------*
001780     COPY CLISTREG.
001790
001800*----------------------------------------------------------*
001810* LINHAS DO RELATORIO DE VERIFICACAO                       *
001820*----------------------------------------------------------*
001830 01  REL-CABECALHO.
001840     05  FILLER              PICTURE X(44)
001850             VALUE "VERIFICACAO DE INTEGRIDADE POS-LOTE (DATA ".
001860     05  REL-CAB-DATA        PICTURE 9(08).
001870     05  FILLER              PICTURE X(01) VALUE ")".
001880     05  FILLER              PICTURE X(79) VALUE SPACES.
001890 01  REL-DIVERGENCIA.
001900     05  FILLER              PICTURE X(08) VALUE "CLIENTE ".
001910     05  REL-DIV-ID          PICTURE 9(06).
001920     05  FILLER              PICTURE X(02) VALUE SPACES.
001930     05  REL-DIV-MOTIVO      PICTURE X(36).
001940     05  FILLER              PICTURE X(02) VALUE SPACES.
001950     05  REL-DIV-ESPERADO    PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001960     05  FILLER              PICTURE X(02) VALUE SPACES.
001970     05  REL-DIV-ATUAL       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
001980     05  FILLER              PICTURE X(42) VALUE SPACES.
001990 01  REL-RODAPE.
002000     05  REL-ROD-ROTULO      PICTURE X(36).
002010     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
002020     05  FILLER              PICTURE X(87) VALUE SPACES.
002030
002040 PROCEDURE               DIVISION.
002050*----------------------------------------------------------*
002060* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002070*----------------------------------------------------------*
002080 0000-MAINLINE.
002090     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002100     SORT CLASSIFICACAO ON ASCENDING KEY SRT-CLIENTE
002110             INPUT PROCEDURE IS 2000-SELECIONAR-DATA
002120                     THRU 2000-SELECIONAR-DATA-EXIT
002130             OUTPUT PROCEDURE IS 3000-VERIFICAR-CLIENTES
002140                     THRU 3000-VERIFICAR-CLIENTES-EXIT.
002150     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002160     PERFORM 8500-NOTIFICAR        THRU 8500-NOTIFICAR-EXIT.
002170     GO TO 9999-EXIT.
002180
002190*----------------------------------------------------------*
002200* 1000-INICIALIZAR - LE A DATA DO LOTE NO CLICTRL E ABRE   *
002210*                    OS ARQUIVOS                           *
002220*----------------------------------------------------------*
002230 1000-INICIALIZAR.
002240     OPEN INPUT CONTROLE.
002250     IF FS-CONTROLE NOT = "00"
002260         DISPLAY "CLIVERIF: ERRO AO ABRIR CLICTRL - STATUS "
002270                 FS-CONTROLE
002280         MOVE 16 TO RETURN-CODE
002290         GO TO 9999-EXIT
002300     END-IF.
002310     READ CONTROLE
002320         AT END
002330             DISPLAY "CLIVERIF: CLICTRL VAZIO - NADA A "
002340                     "VERIFICAR"
002350             CLOSE CONTROLE
002360             MOVE 16 TO RETURN-CODE
002370             GO TO 9999-EXIT
002380     END-READ.
002390     MOVE CTRL-ULTIMA-DATA TO WRK-DATA-LOTE.
002400     MOVE CTRL-DATA-ANTERIOR TO WRK-DATA-ANTERIOR.
002410     CLOSE CONTROLE.
002420     OPEN INPUT CLIENTES-MASTER.
002430     IF FS-CLIENTES-MASTER NOT = "00"
002440         DISPLAY "CLIVERIF: ERRO AO ABRIR CLIMSTR - STATUS "
002450                 FS-CLIENTES-MASTER
002460         MOVE 16 TO RETURN-CODE
002470         GO TO 9999-EXIT
002480     END-IF.
002490     OPEN INPUT BACKUP-MESTRE.
002500     IF FS-BACKUP-MESTRE NOT = "00"
002510         DISPLAY "CLIVERIF: ERRO AO ABRIR CLIBKUP - STATUS "
002520                 FS-BACKUP-MESTRE
002530         CLOSE CLIENTES-MASTER
002540         MOVE 16 TO RETURN-CODE
002550         GO TO 9999-EXIT
002560     END-IF.
002570     OPEN INPUT AUDITORIA.
002580     IF FS-AUDITORIA NOT = "00"
002590         DISPLAY "CLIVERIF: ERRO AO ABRIR CLIAUDIT - STATUS "
002600                 FS-AUDITORIA
002610         CLOSE CLIENTES-MASTER BACKUP-MESTRE
002620         MOVE 16 TO RETURN-CODE
002630         GO TO 9999-EXIT
002640     END-IF.
002650     OPEN OUTPUT RELATORIO.
002660     MOVE WRK-DATA-LOTE TO REL-CAB-DATA.
002670     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
002680     PERFORM 4100-LER-BACKUP THRU 4100-LER-BACKUP-EXIT.
002690 1000-INICIALIZAR-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------*
002730* 2000-SELECIONAR-DATA - LIBERA PARA O SORT SO AS LINHAS   *
002740*                    QUE O LOTE DE JUROS VERIFICADO GRAVOU *
002750*                    (ORIGEM "J", DATA DENTRO DA JANELA DO *
002760*                    LOTE)                                 *
002770*----------------------------------------------------------*
002780 2000-SELECIONAR-DATA.
002790     PERFORM 2100-LER-AUDITORIA THRU 2100-LER-AUDITORIA-EXIT
002800             UNTIL FIM-ARQUIVO-AUDITORIA.
002810 2000-SELECIONAR-DATA-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
002850* 2100-LER-AUDITORIA - LE UMA LINHA E LIBERA SE FOR DO     *
002860*                    LOTE DE JUROS VERIFICADO: ORIGEM "J"  *
002870*                    E DATA POSTERIOR AO LOTE ANTERIOR E   *
002880*                    NAO POSTERIOR A DATA DO LOTE (PEGA AS *
002890*                    PARCELAS DE CATCH-UP, DATADAS DOS     *
002900*                    DIAS PERDIDOS). MOVIMENTO, TARIFA E   *
002910*                    RECICLAGEM (ORIGENS M/T/R) JA ESTAO   *
002920*                    DENTRO DA FOTO E FICAM DE FORA.       *
002930*----------------------------------------------------------*
002940 2100-LER-AUDITORIA.
002950     READ AUDITORIA
002960         AT END
002970             SET FIM-ARQUIVO-AUDITORIA TO TRUE
002980             GO TO 2100-LER-AUDITORIA-EXIT
002990     END-READ.
003000     MOVE AUD-LINHA TO AUD-REGISTRO.
003010     IF AUD-ORIGEM = "J"
003020             AND AUD-DATA > WRK-DATA-ANTERIOR
003030             AND AUD-DATA NOT > WRK-DATA-LOTE
003040         MOVE AUD-CLIENTE-ID TO SRT-CLIENTE
003050         MOVE AUD-LINHA      TO SRT-LINHA
003060         RELEASE SRT-REGISTRO
003070     END-IF.
003080 2100-LER-AUDITORIA-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------*
003120* 3000-VERIFICAR-CLIENTES - PERCORRE A AUDITORIA           *
003130*                    CLASSIFICADA POR CLIENTE, FECHANDO A  *
003140*                    MOVIMENTACAO DE CADA GRUPO CONTRA O   *
003150*                    BACKUP E O MESTRE; AO FINAL ARRASTA O *
003160*                    RESTO DO BACKUP (CLIENTES SEM LINHA   *
003170*                    DE AUDITORIA NO DIA)                  *
003180*----------------------------------------------------------*
003190 3000-VERIFICAR-CLIENTES.
003200     PERFORM 3100-TRATAR-LINHA THRU 3100-TRATAR-LINHA-EXIT
003210             UNTIL FIM-CLASSIFICACAO.
003220     IF GRUPO-EM-ABERTO
003230         PERFORM 3300-FECHAR-GRUPO THRU 3300-FECHAR-GRUPO-EXIT
003240     END-IF.
003250     PERFORM 3400-ARRASTAR-BACKUP
003260             THRU 3400-ARRASTAR-BACKUP-EXIT
003270             UNTIL FIM-ARQUIVO-BACKUP.
003280 3000-VERIFICAR-CLIENTES-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------*
003320* 3100-TRATAR-LINHA - RETORNA UMA LINHA CLASSIFICADA E     *
003330*                    ACUMULA A MOVIMENTACAO DO CLIENTE     *
003340*----------------------------------------------------------*
003350 3100-TRATAR-LINHA.
003360     RETURN CLASSIFICACAO
003370         AT END
003380             SET FIM-CLASSIFICACAO TO TRUE
003390             GO TO 3100-TRATAR-LINHA-EXIT
003400     END-RETURN.
003410     MOVE SRT-LINHA TO AUD-REGISTRO.
003420     IF GRUPO-EM-ABERTO
003430             AND AUD-CLIENTE-ID NOT = WRK-CLIENTE-GRUPO
003440         PERFORM 3300-FECHAR-GRUPO THRU 3300-FECHAR-GRUPO-EXIT
003450     END-IF.
003460     IF NOT GRUPO-EM-ABERTO
003470         MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-GRUPO
003480         MOVE ZEROS TO WRK-MOVIMENTO-NUM
003490         SET GRUPO-EM-ABERTO TO TRUE
003500     END-IF.
003510     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-NUM.
003520     MOVE AUD-SALDO-NOVO     TO WRK-SALDO-NOVO-NUM.
003530     COMPUTE WRK-DELTA-NUM = WRK-SALDO-NOVO-NUM
003540             - WRK-SALDO-ANT-NUM.
003550     ADD WRK-DELTA-NUM TO WRK-MOVIMENTO-NUM.
003560 3100-TRATAR-LINHA-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------*
003600* 3300-FECHAR-GRUPO - AVANCA O BACKUP ATE O CLIENTE DO     *
003610*                    GRUPO (VERIFICANDO OS PULADOS, QUE    *
003620*                    NAO PODEM TER MUDADO) E CONFERE:      *
003630*                    SALDO DO BACKUP + MOVIMENTACAO        *
003640*                    AUDITADA = SALDO DO MESTRE            *
003650*----------------------------------------------------------*
003660 3300-FECHAR-GRUPO.
003670     PERFORM 3350-VERIFICAR-PULADO
003680             THRU 3350-VERIFICAR-PULADO-EXIT
003690             UNTIL FIM-ARQUIVO-BACKUP
003700             OR BKP-ID NOT < WRK-CLIENTE-GRUPO.
003710     IF FIM-ARQUIVO-BACKUP OR BKP-ID > WRK-CLIENTE-GRUPO
003720         MOVE WRK-CLIENTE-GRUPO TO REL-DIV-ID
003730         MOVE "AUDITORIA SEM FOTO NO BACKUP        "
003740                 TO REL-DIV-MOTIVO
003750         MOVE ZEROS TO REL-DIV-ESPERADO REL-DIV-ATUAL
003760         WRITE REL-LINHA FROM REL-DIVERGENCIA
003770                 AFTER ADVANCING 1 LINE
003780         ADD 1 TO WRK-CONT-SEM-BACKUP
003790     ELSE
003800         COMPUTE WRK-SALDO-ESPERADO = BKP-SALDO
003810                 + WRK-MOVIMENTO-NUM
003820         PERFORM 3360-CONFERIR-COM-MESTRE
003830                 THRU 3360-CONFERIR-COM-MESTRE-EXIT
003840         PERFORM 4100-LER-BACKUP THRU 4100-LER-BACKUP-EXIT
003850     END-IF.
003860     MOVE "N" TO WRK-TEM-GRUPO.
003870 3300-FECHAR-GRUPO-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------*
003910* 3350-VERIFICAR-PULADO - CLIENTE DO BACKUP SEM LINHA DE   *
003920*                    AUDITORIA NO DIA: O SALDO DO MESTRE   *
003930*                    TEM DE SER IGUAL AO DA FOTO           *
003940*----------------------------------------------------------*
003950 3350-VERIFICAR-PULADO.
003960     MOVE BKP-SALDO TO WRK-SALDO-ESPERADO.
003970     MOVE ZEROS TO WRK-MOVIMENTO-NUM.
003980     PERFORM 3360-CONFERIR-COM-MESTRE
003990             THRU 3360-CONFERIR-COM-MESTRE-EXIT.
004000     PERFORM 4100-LER-BACKUP THRU 4100-LER-BACKUP-EXIT.
004010 3350-VERIFICAR-PULADO-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------*
004050* 3360-CONFERIR-COM-MESTRE - LE O CLIENTE DA FOTO CORRENTE *
004060*                    NO MESTRE E CONFERE O SALDO ESPERADO. *
004070*                    SEM MOVIMENTACAO AUDITADA, SALDO      *
004080*                    DIFERENTE E "MUDOU SEM AUDITORIA";    *
004090*                    COM MOVIMENTACAO, E "NAO FECHA".      *
004100*----------------------------------------------------------*
004110 3360-CONFERIR-COM-MESTRE.
004120     MOVE BKP-ID TO CLI-ID.
004130     READ CLIENTES-MASTER
004140         INVALID KEY
004150             MOVE BKP-ID TO REL-DIV-ID
004160             MOVE "CLIENTE DA FOTO AUSENTE DO MESTRE   "
004170                     TO REL-DIV-MOTIVO
004180             MOVE WRK-SALDO-ESPERADO TO REL-DIV-ESPERADO
004190             MOVE ZEROS TO REL-DIV-ATUAL
004200             WRITE REL-LINHA FROM REL-DIVERGENCIA
004210                     AFTER ADVANCING 1 LINE
004220             ADD 1 TO WRK-CONT-DIVERGENTES
004230             GO TO 3360-CONFERIR-COM-MESTRE-EXIT
004240     END-READ.
004250     ADD 1 TO WRK-CONT-VERIFICADOS.
004260     IF CLI-SALDO NOT = WRK-SALDO-ESPERADO
004270         MOVE BKP-ID TO REL-DIV-ID
004280         IF WRK-MOVIMENTO-NUM = ZEROS
004290             MOVE "SALDO MUDOU SEM LINHA DE AUDITORIA  "
004300                     TO REL-DIV-MOTIVO
004310             ADD 1 TO WRK-CONT-SEM-AUDIT
004320         ELSE
004330             MOVE "FOTO + AUDITORIA NAO FECHA COM MESTRE"
004340                     TO REL-DIV-MOTIVO
004350             ADD 1 TO WRK-CONT-DIVERGENTES
004360         END-IF
004370         MOVE WRK-SALDO-ESPERADO TO REL-DIV-ESPERADO
004380         MOVE CLI-SALDO TO REL-DIV-ATUAL
004390         WRITE REL-LINHA FROM REL-DIVERGENCIA
004400                 AFTER ADVANCING 1 LINE
004410     END-IF.
004420 3360-CONFERIR-COM-MESTRE-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------*
004460* 3400-ARRASTAR-BACKUP - DEPOIS DA ULTIMA LINHA DE         *
004470*                    AUDITORIA, OS CLIENTES RESTANTES DA   *
004480*                    FOTO NAO PODEM TER MUDADO             *
004490*----------------------------------------------------------*
004500 3400-ARRASTAR-BACKUP.
004510     MOVE BKP-SALDO TO WRK-SALDO-ESPERADO.
004520     MOVE ZEROS TO WRK-MOVIMENTO-NUM.
004530     PERFORM 3360-CONFERIR-COM-MESTRE
004540             THRU 3360-CONFERIR-COM-MESTRE-EXIT.
004550     PERFORM 4100-LER-BACKUP THRU 4100-LER-BACKUP-EXIT.
004560 3400-ARRASTAR-BACKUP-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------*
004600* 4100-LER-BACKUP - LE UM REGISTRO DA FOTO DO BACKUP.      *
004610*                  UM REINICIO APOS ABEND REABRE A GERACAO *
004620*                  EM EXTEND E REIMAGINA EM BLOCO OS       *
004630*                  REGISTROS ENTRE O ULTIMO JORNALIZADO E  *
004640*                  O PONTO DO ABEND; COMO CADA BLOCO E     *
004650*                  ASCENDENTE POR CLI-ID, REGISTRO COM     *
004660*                  CHAVE NAO MAIOR QUE A MAIOR JA          *
004670*                  CONSUMIDA E REPETICAO E E PULADO -      *
004680*                  VALE A PRIMEIRA IMAGEM.                 *
004690*----------------------------------------------------------*
004700 4100-LER-BACKUP.
004710     READ BACKUP-MESTRE
004720         AT END
004730             SET FIM-ARQUIVO-BACKUP TO TRUE
004740             GO TO 4100-LER-BACKUP-EXIT
004750     END-READ.
004760     MOVE BKP-LINHA TO BKP-REGISTRO.
004770     IF BKP-ID NOT > WRK-BKP-ID-ANTERIOR
004780         GO TO 4100-LER-BACKUP
004790     END-IF.
004800     MOVE BKP-ID TO WRK-BKP-ID-ANTERIOR.
004810 4100-LER-BACKUP-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850* 9000-FINALIZAR - IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E  *
004860*                  DEVOLVE O CODIGO DE RETORNO DO STEP     *
004870*----------------------------------------------------------*
004880 9000-FINALIZAR.
004890     MOVE "CLIENTES VERIFICADOS                " TO
004900             REL-ROD-ROTULO.
004910     MOVE WRK-CONT-VERIFICADOS TO REL-ROD-VALOR.
004920     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
004930     MOVE "FOTO+AUDITORIA SEM FECHAR COM MESTRE" TO
004940             REL-ROD-ROTULO.
004950     MOVE WRK-CONT-DIVERGENTES TO REL-ROD-VALOR.
004960     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
004970     MOVE "MUDOU SEM LINHA DE AUDITORIA        " TO
004980             REL-ROD-ROTULO.
004990     MOVE WRK-CONT-SEM-AUDIT TO REL-ROD-VALOR.
005000     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005010     MOVE "AUDITORIA SEM FOTO NO BACKUP        " TO
005020             REL-ROD-ROTULO.
005030     MOVE WRK-CONT-SEM-BACKUP TO REL-ROD-VALOR.
005040     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
005050     CLOSE CLIENTES-MASTER BACKUP-MESTRE AUDITORIA RELATORIO.
005060     IF WRK-CONT-DIVERGENTES > ZEROS
005070             OR WRK-CONT-SEM-AUDIT > ZEROS
005080             OR WRK-CONT-SEM-BACKUP > ZEROS
005090         MOVE 8 TO RETURN-CODE
005100     END-IF.
005110 9000-FINALIZAR-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------*
005150* 8500-NOTIFICAR - GRAVA NO CLISTAT O RESULTADO DA         *
005160*                 VERIFICACAO DO LOTE ("CONFERE" OU        *
005170*                 "DIVERGENTE"), QUE O CLIFECHA EXIGE      *
005180*                 PARA CERTIFICAR O DIA                    *
005190*----------------------------------------------------------*
005200 8500-NOTIFICAR.
005210     OPEN EXTEND NOTIFICACAO.
005220     IF FS-NOTIFICACAO NOT = "00"
005230         DISPLAY "CLIVERIF: CLISTAT INDISPONIVEL - STATUS "
005240                 FS-NOTIFICACAO
005250         GO TO 8500-NOTIFICAR-EXIT
005260     END-IF.
005270     MOVE "CLIVERIF" TO STAT-PROGRAMA.
005280     MOVE WRK-DATA-LOTE TO STAT-DATA.
005290     IF RETURN-CODE = ZEROS
005300         MOVE "CONFERE   " TO STAT-SITUACAO
005310     ELSE
005320         MOVE "DIVERGENTE" TO STAT-SITUACAO
005330     END-IF.
005340     MOVE WRK-CONT-VERIFICADOS TO STAT-LIDOS.
005350     MOVE ZEROS TO STAT-ATUALIZADOS STAT-TOTAL-JUROS.
005360     COMPUTE STAT-REJEITADOS = WRK-CONT-DIVERGENTES
005370             + WRK-CONT-SEM-AUDIT + WRK-CONT-SEM-BACKUP.
005380     WRITE STAT-LINHA FROM STAT-REGISTRO.
005390     CLOSE NOTIFICACAO.
005400 8500-NOTIFICAR-EXIT.
005410     EXIT.
005420
005430 9999-EXIT.
005440     STOP RUN.
