000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIFECHA.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - CERTIFICACAO DO     *
000120*                    FECHAMENTO DO DIA. O ESTADO DA NOITE  *
000130*                    FICAVA ESPALHADO EM CLICTRL, CLIMVCT, *
000140*                    CLITARCT, CLICDBCT, CLIORDCT,         *
000150*                    CLICMPCT, CLIPART E CLISTAT, CADA UM  *
000160*                    GUARDANDO SO O SEU PROGRAMA. ESTE     *
000170*                    PROGRAMA TOMA COMO DATA DE            *
000180*                    PROCESSAMENTO A DO ULTIMO LOTE DE     *
000190*                    JUROS (CTRL-ULTIMA-DATA) E CONFERE    *
000200*                    QUE CADA STEP OBRIGATORIO AVANCOU O   *
000210*                    SEU CONTROLE PARA ELA (O CONTROLE SO  *
000220*                    AVANCA NO FIM NORMAL DO PROGRAMA),    *
000230*                    QUE A TRAVA DO CLICTRL ESTA           *
000240*                    DESLIGADA, QUE O CLIVERIF E O         *
000250*                    CLIRECON FECHARAM ("CONFERE" NO       *
000260*                    CLISTAT) E QUE AS GERACOES DO         *
000270*                    CLIEXGEN E DO CLIGLGEN DA DATA FORAM  *
000280*                    CONFIRMADAS (CLIEXACK E CLIGLACK).    *
000290*                    TUDO CERTO, GRAVA O DIA COMO          *
000300*                    CERTIFICADO NO CLIFECCT (LAYOUT       *
000310*                    CLIFECRG) E A LINHA "FECHADO" NO      *
000320*                    CLISTAT; QUALQUER FALHA DEIXA O DIA   *
000330*                    PENDENTE, COM LINHA "PENDENTE" E RC 8 *
000340*                    - O CLIORDEX, O CLIMOVTO E O CLIENTES *
000350*                    RECUSAM A DATA SEGUINTE ATE A         *
000360*                    CERTIFICACAO OU A LIBERACAO PELO      *
000370*                    SUPERVISOR (FECMNT). RELATORIO DE UMA *
000380*                    PAGINA (RELFEC) COM O PARECER DE CADA *
000390*                    ITEM.                                 *
000400*----------------------------------------------------------*
000410 ENVIRONMENT             DIVISION.
000420 CONFIGURATION           SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450
000460 INPUT-OUTPUT            SECTION.
000470 FILE-CONTROL.
000480     SELECT CONTROLE ASSIGN TO "CLICTRL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FS-CONTROLE.
000510     SELECT CONTROLE-ORDENS ASSIGN TO "CLIORDCT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-CONTROLE-ORDENS.
000540     SELECT CONTROLE-CDB ASSIGN TO "CLICDBCT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FS-CONTROLE-CDB.
000570     SELECT CONTROLE-MOVTO ASSIGN TO "CLIMVCT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FS-CONTROLE-MOVTO.
000600     SELECT CONTROLE-COMPE ASSIGN TO "CLICMPCT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS FS-CONTROLE-COMPE.
000630     SELECT CONTROLE-TARIFA ASSIGN TO "CLITARCT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FS-CONTROLE-TARIFA.
000660     SELECT GERACAO-EXTRATO ASSIGN TO "CLIEXGEN"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS FS-GERACAO-EXTRATO.
000690     SELECT GERACAO-GL ASSIGN TO "CLIGLGEN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-GERACAO-GL.
000720     SELECT PARTICOES ASSIGN TO "CLIPART"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FS-PARTICOES.
000750*----------------------------------------------------------*
000760* LINHAS DE STATUS DOS PROGRAMAS DA NOITE (ENTRADA) E DO   *
000770* PROPRIO FECHAMENTO (SAIDA, EM EXTEND)                    *
000780*----------------------------------------------------------*
000790     SELECT NOTIFICACAO ASSIGN TO "CLISTAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-NOTIFICACAO.
000820*----------------------------------------------------------*
000830* CONTROLE DE FECHAMENTO DO DIA (LAYOUT CLIFECRG)          *
000840*----------------------------------------------------------*
000850     SELECT FECHAMENTO ASSIGN TO "CLIFECCT"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FS-FECHAMENTO.
000880     SELECT RELATORIO ASSIGN TO "RELFEC"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-RELATORIO.
000910
000920 DATA                    DIVISION.
000930 FILE                    SECTION.
000940 FD  CONTROLE
000950     LABEL RECORD IS STANDARD.
000960 01  CTRL-REGISTRO.
000970     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
000980     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
000990     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001000
001010 FD  CONTROLE-ORDENS
001020     LABEL RECORD IS STANDARD.
001030 01  ORDCT-REGISTRO.
001040     05  ORDCT-ULTIMA-DATA    PICTURE 9(08).
001050
001060 FD  CONTROLE-CDB
001070     LABEL RECORD IS STANDARD.
001080 01  CDBCT-REGISTRO.
001090     05  CDBCT-ULTIMA-DATA    PICTURE 9(08).
001100
001110 FD  CONTROLE-MOVTO
001120     LABEL RECORD IS STANDARD.
001130 01  MVCT-REGISTRO.
001140     05  MVCT-ULTIMA-DATA     PICTURE 9(08).
001150
001160 FD  CONTROLE-COMPE
001170     LABEL RECORD IS STANDARD.
001180 01  CMPCT-REGISTRO.
001190     05  CMPCT-ULTIMA-DATA    PICTURE 9(08).
001200
001210 FD  CONTROLE-TARIFA
001220     LABEL RECORD IS STANDARD.
001230 01  TARCT-REGISTRO.
001240     05  TARCT-ULTIMO-AAAAMM  PICTURE 9(06).
001250
001260 FD  GERACAO-EXTRATO
001270     LABEL RECORD IS STANDARD.
001280 01  GER-REGISTRO.
001290     05  GER-NUMERO           PICTURE 9(06).
001300     05  GER-DATA             PICTURE 9(08).
001310
001320 FD  GERACAO-GL
001330     LABEL RECORD IS STANDARD.
001340 01  GLG-REGISTRO.
001350     05  GLG-NUMERO           PICTURE 9(06).
001360     05  GLG-DATA             PICTURE 9(08).
001370
001380 FD  PARTICOES
001390     LABEL RECORD IS STANDARD.
001400 01  PART-REGISTRO.
001410     05  PART-DATA            PICTURE 9(08).
001420     05  PART-AGENCIA         PICTURE 9(04).
001430     05  PART-SITUACAO        PICTURE X(10).
001440     05  FILLER               PICTURE X(164).
001450
001460 FD  NOTIFICACAO
001470     LABEL RECORD IS STANDARD.
001480 01  STAT-LINHA               PICTURE X(80).
001490
001500 FD  FECHAMENTO
001510     LABEL RECORD IS STANDARD.
001520     COPY CLIFECRG.
001530
001540 FD  RELATORIO
001550     LABEL RECORD IS STANDARD.
001560 01  REL-LINHA               PICTURE X(132).
001570
001580 WORKING-STORAGE         SECTION.
001590 01  WRK-FLAGS.
001600     05  WRK-FIM-STAT    PICTURE X(01)      VALUE "N".
001610         88  FIM-ARQUIVO-STATUS             VALUE "S".
001620     05  WRK-FIM-PART    PICTURE X(01)      VALUE "N".
001630         88  FIM-ARQUIVO-PARTICOES          VALUE "S".
001640     05  WRK-TEM-FEC     PICTURE X(01)      VALUE "N".
001650         88  FECHAMENTO-EXISTENTE           VALUE "S".
001660     05  WRK-ITEM-SIT    PICTURE X(01)      VALUE "N".
001670         88  ITEM-CONFERE                   VALUE "S".
001680         88  ITEM-FALHOU                    VALUE "N".
001690 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001700 01  FS-CONTROLE-ORDENS  PICTURE X(02)      VALUE "00".
001710 01  FS-CONTROLE-CDB     PICTURE X(02)      VALUE "00".
001720 01  FS-CONTROLE-MOVTO   PICTURE X(02)      VALUE "00".
001730 01  FS-CONTROLE-COMPE   PICTURE X(02)      VALUE "00".
001740 01  FS-CONTROLE-TARIFA  PICTURE X(02)      VALUE "00".
001750 01  FS-GERACAO-EXTRATO  PICTURE X(02)      VALUE "00".
001760 01  FS-GERACAO-GL       PICTURE X(02)      VALUE "00".
001770 01  FS-PARTICOES        PICTURE X(02)      VALUE "00".
001780 01  FS-NOTIFICACAO      PICTURE X(02)      VALUE "00".
001790 01  FS-FECHAMENTO       PICTURE X(02)      VALUE "00".
001800 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001810 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001820 77  WRK-HORA-COMPLETA   PICTURE 9(08)      VALUE ZEROS.
001830 77  WRK-HORA-SISTEMA    PICTURE 9(06)      VALUE ZEROS.
001840 77  WRK-DATA-PROC       PICTURE 9(08)      VALUE ZEROS.
001850 77  WRK-AAAAMM-PROC     PICTURE 9(06)      VALUE ZEROS.
001860 77  WRK-TRAVA-CTRL      PICTURE X(01)      VALUE SPACES.
001870 77  WRK-DATA-ORDENS     PICTURE 9(08)      VALUE ZEROS.
001880 77  WRK-DATA-CDB        PICTURE 9(08)      VALUE ZEROS.
001890 77  WRK-DATA-MOVTO      PICTURE 9(08)      VALUE ZEROS.
001900 77  WRK-DATA-COMPE      PICTURE 9(08)      VALUE ZEROS.
001910 77  WRK-AAAAMM-TARIFA   PICTURE 9(06)      VALUE ZEROS.
001920 77  WRK-GER-EXT-NUMERO  PICTURE 9(06)      VALUE ZEROS.
001930 77  WRK-GER-EXT-DATA    PICTURE 9(08)      VALUE ZEROS.
001940 77  WRK-GER-GL-NUMERO   PICTURE 9(06)      VALUE ZEROS.
001950 77  WRK-GER-GL-DATA     PICTURE 9(08)      VALUE ZEROS.
001960 77  WRK-SIT-CLIENTES    PICTURE X(10)      VALUE "AUSENTE".
001970 77  WRK-SIT-VERIF       PICTURE X(10)      VALUE "AUSENTE".
001980 77  WRK-SIT-RECON       PICTURE X(10)      VALUE "AUSENTE".
001990 77  WRK-SIT-EXACK       PICTURE X(10)      VALUE "AUSENTE".
002000 77  WRK-SIT-GLACK       PICTURE X(10)      VALUE "AUSENTE".
002010 77  WRK-DATA-ITEM       PICTURE 9(08)      VALUE ZEROS.
002020 77  WRK-QTD-PARTICOES   PICTURE 9(04)      COMP VALUE ZEROS.
002030 77  WRK-QTD-EDITADA     PICTURE ZZZ9       VALUE ZEROS.
002040 77  WRK-NUM-ITEM        PICTURE 9(02)      COMP VALUE ZEROS.
002050 77  WRK-CONT-CONFERIDOS PICTURE 9(02)      COMP VALUE ZEROS.
002060 77  WRK-CONT-FALHAS     PICTURE 9(02)      COMP VALUE ZEROS.
002070 77  WRK-FEC-SALVO       PICTURE X(80)      VALUE SPACES.
002080
002090*----------------------------------------------------------*
002100* LINHA DE STATUS (LAYOUT CLISTREG)                        *
002110*----------------------------------------------------------*
002120     COPY CLISTREG.
002130
002140*----------------------------------------------------------*
002150* LINHAS DO RELATORIO DE CERTIFICACAO                      *
002160*----------------------------------------------------------*
002170 01  REL-CABECALHO-1.
002180     05  FILLER              PICTURE X(35) VALUE
002190         "CERTIFICACAO DO FECHAMENTO DO DIA ".
002200     05  FILLER              PICTURE X(24) VALUE
002210         "- DATA DE PROCESSAMENTO ".
002220     05  REL-CAB-DATA        PICTURE 9999/99/99.
002230     05  FILLER              PICTURE X(63) VALUE SPACES.
002240 01  REL-CABECALHO-2.
002250     05  FILLER              PICTURE X(11) VALUE "EMITIDO EM ".
002260     05  REL-CAB-EMISSAO     PICTURE 9999/99/99.
002270     05  FILLER              PICTURE X(04) VALUE " AS ".
002280     05  REL-CAB-HORA        PICTURE 99.99.99.
002290     05  FILLER              PICTURE X(99) VALUE SPACES.
002300 01  REL-CABECALHO-3.
002310     05  FILLER              PICTURE X(14) VALUE "IT  CONTROLE  ".
002320     05  FILLER              PICTURE X(42) VALUE "VERIFICACAO".
002330     05  FILLER              PICTURE X(12) VALUE "ESPERADO".
002340     05  FILLER              PICTURE X(12) VALUE "ENCONTRADO".
002350     05  FILLER              PICTURE X(07) VALUE "PARECER".
002360     05  FILLER              PICTURE X(45) VALUE "OBSERVACAO".
002370 01  REL-DETALHE.
002380     05  REL-DET-ITEM        PICTURE 9(02).
002390     05  FILLER              PICTURE X(02) VALUE SPACES.
002400     05  REL-DET-ARQUIVO     PICTURE X(08).
002410     05  FILLER              PICTURE X(02) VALUE SPACES.
002420     05  REL-DET-DESCRICAO   PICTURE X(40).
002430     05  FILLER              PICTURE X(02) VALUE SPACES.
002440     05  REL-DET-ESPERADO    PICTURE X(10).
002450     05  FILLER              PICTURE X(02) VALUE SPACES.
002460     05  REL-DET-ENCONTRADO  PICTURE X(10).
002470     05  FILLER              PICTURE X(02) VALUE SPACES.
002480     05  REL-DET-PARECER     PICTURE X(05).
002490     05  FILLER              PICTURE X(02) VALUE SPACES.
002500     05  REL-DET-OBS         PICTURE X(30).
002510     05  FILLER              PICTURE X(15) VALUE SPACES.
002520 01  REL-RODAPE.
002530     05  REL-ROD-ROTULO      PICTURE X(30).
002540     05  REL-ROD-VALOR       PICTURE ZZZ9.
002550     05  FILLER              PICTURE X(98) VALUE SPACES.
002560 01  REL-PARECER.
002570     05  FILLER              PICTURE X(16) VALUE
002580         "PARECER FINAL - ".
002590     05  REL-PAR-TEXTO       PICTURE X(60).
002600     05  REL-PAR-DATA        PICTURE 9999/99/99.
002610     05  FILLER              PICTURE X(46) VALUE SPACES.
002620
002630 PROCEDURE               DIVISION.
002640*----------------------------------------------------------*
002650* 0000-MAINLINE - LE OS CONTROLES DA NOITE, EMITE O        *
002660*                 PARECER DE CADA ITEM E CERTIFICA O DIA   *
002670*----------------------------------------------------------*
002680 0000-MAINLINE.
002690     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002700     PERFORM 2000-LER-CONTROLES    THRU 2000-LER-CONTROLES-EXIT.
002710     PERFORM 2200-VARRER-STATUS    THRU 2200-VARRER-STATUS-EXIT.
002720     PERFORM 2300-CONTAR-PARTICOES
002730             THRU 2300-CONTAR-PARTICOES-EXIT.
002740     PERFORM 3000-EMITIR-ITENS     THRU 3000-EMITIR-ITENS-EXIT.
002750     IF WRK-CONT-FALHAS = ZEROS
002760         PERFORM 8000-GRAVAR-FECHAMENTO
002770                 THRU 8000-GRAVAR-FECHAMENTO-EXIT
002780     END-IF.
002790     PERFORM 8500-NOTIFICAR        THRU 8500-NOTIFICAR-EXIT.
002800     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002810     GO TO 9999-EXIT.
002820
002830*----------------------------------------------------------*
002840* 1000-INICIALIZAR - TOMA NO CLICTRL A DATA DE             *
002850*                 PROCESSAMENTO A CERTIFICAR E ABRE O      *
002860*                 RELATORIO                                *
002870*----------------------------------------------------------*
002880 1000-INICIALIZAR.
002890     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
002900*   TIME TRAZ HHMMSSCC; OS CENTESIMOS SAO DESPREZADOS.
002910     ACCEPT WRK-HORA-COMPLETA FROM TIME.
002920     COMPUTE WRK-HORA-SISTEMA = WRK-HORA-COMPLETA / 100.
002930     OPEN INPUT CONTROLE.
002940     IF FS-CONTROLE NOT = "00"
002950         DISPLAY "CLIFECHA: ERRO AO ABRIR CLICTRL - STATUS "
002960                 FS-CONTROLE
002970         MOVE 16 TO RETURN-CODE
002980         GO TO 9999-EXIT
002990     END-IF.
003000     READ CONTROLE
003010         AT END
003020             MOVE ZEROS TO CTRL-ULTIMA-DATA
003030     END-READ.
003040     MOVE CTRL-ULTIMA-DATA      TO WRK-DATA-PROC.
003050     MOVE CTRL-EM-PROCESSAMENTO TO WRK-TRAVA-CTRL.
003060     CLOSE CONTROLE.
003070     IF WRK-DATA-PROC = ZEROS
003080         DISPLAY "CLIFECHA: CLICTRL SEM DATA DE LOTE - NADA A "
003090                 "CERTIFICAR"
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 9999-EXIT
003120     END-IF.
003130     COMPUTE WRK-AAAAMM-PROC = WRK-DATA-PROC / 100.
003140     OPEN OUTPUT RELATORIO.
003150     MOVE WRK-DATA-PROC    TO REL-CAB-DATA.
003160     MOVE WRK-DATA-SISTEMA TO REL-CAB-EMISSAO.
003170     MOVE WRK-HORA-SISTEMA TO REL-CAB-HORA.
003180     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
003190     WRITE REL-LINHA FROM REL-CABECALHO-2 AFTER ADVANCING 1 LINE.
003200     WRITE REL-LINHA FROM REL-CABECALHO-3 AFTER ADVANCING 2 LINES.
003210 1000-INICIALIZAR-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------*
003250* 2000-LER-CONTROLES - LE O REGISTRO UNICO DE CADA         *
003260*                 CONTROLE DA NOITE; ARQUIVO AUSENTE OU    *
003270*                 VAZIO FICA COM A DATA ZERADA             *
003280*----------------------------------------------------------*
003290 2000-LER-CONTROLES.
003300     PERFORM 2010-LER-CLIORDCT THRU 2010-LER-CLIORDCT-EXIT.
003310     PERFORM 2020-LER-CLICDBCT THRU 2020-LER-CLICDBCT-EXIT.
003320     PERFORM 2030-LER-CLIMVCT  THRU 2030-LER-CLIMVCT-EXIT.
003330     PERFORM 2040-LER-CLICMPCT THRU 2040-LER-CLICMPCT-EXIT.
003340     PERFORM 2050-LER-CLITARCT THRU 2050-LER-CLITARCT-EXIT.
003350     PERFORM 2060-LER-CLIEXGEN THRU 2060-LER-CLIEXGEN-EXIT.
003360     PERFORM 2070-LER-CLIGLGEN THRU 2070-LER-CLIGLGEN-EXIT.
003370 2000-LER-CONTROLES-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------*
003410* 2010-LER-CLIORDCT - ULTIMA GERACAO DE ORDENS PERMANENTES *
003420*----------------------------------------------------------*
003430 2010-LER-CLIORDCT.
003440     OPEN INPUT CONTROLE-ORDENS.
003450     IF FS-CONTROLE-ORDENS NOT = "00"
003460         GO TO 2010-LER-CLIORDCT-EXIT
003470     END-IF.
003480     READ CONTROLE-ORDENS
003490         AT END
003500             CONTINUE
003510         NOT AT END
003520             MOVE ORDCT-ULTIMA-DATA TO WRK-DATA-ORDENS
003530     END-READ.
003540     CLOSE CONTROLE-ORDENS.
003550 2010-LER-CLIORDCT-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------*
003590* 2020-LER-CLICDBCT - ULTIMO PROCESSAMENTO DE CDB          *
003600*----------------------------------------------------------*
003610 2020-LER-CLICDBCT.
003620     OPEN INPUT CONTROLE-CDB.
003630     IF FS-CONTROLE-CDB NOT = "00"
003640         GO TO 2020-LER-CLICDBCT-EXIT
003650     END-IF.
003660     READ CONTROLE-CDB
003670         AT END
003680             CONTINUE
003690         NOT AT END
003700             MOVE CDBCT-ULTIMA-DATA TO WRK-DATA-CDB
003710     END-READ.
003720     CLOSE CONTROLE-CDB.
003730 2020-LER-CLICDBCT-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------*
003770* 2030-LER-CLIMVCT - ULTIMO LOTE DE MOVIMENTOS APLICADO    *
003780*----------------------------------------------------------*
003790 2030-LER-CLIMVCT.
003800     OPEN INPUT CONTROLE-MOVTO.
003810     IF FS-CONTROLE-MOVTO NOT = "00"
003820         GO TO 2030-LER-CLIMVCT-EXIT
003830     END-IF.
003840     READ CONTROLE-MOVTO
003850         AT END
003860             CONTINUE
003870         NOT AT END
003880             MOVE MVCT-ULTIMA-DATA TO WRK-DATA-MOVTO
003890     END-READ.
003900     CLOSE CONTROLE-MOVTO.
003910 2030-LER-CLIMVCT-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------*
003950* 2040-LER-CLICMPCT - ULTIMO ARQUIVO DA COMPENSACAO        *
003960*----------------------------------------------------------*
003970 2040-LER-CLICMPCT.
003980     OPEN INPUT CONTROLE-COMPE.
003990     IF FS-CONTROLE-COMPE NOT = "00"
004000         GO TO 2040-LER-CLICMPCT-EXIT
004010     END-IF.
004020     READ CONTROLE-COMPE
004030         AT END
004040             CONTINUE
004050         NOT AT END
004060             MOVE CMPCT-ULTIMA-DATA TO WRK-DATA-COMPE
004070     END-READ.
004080     CLOSE CONTROLE-COMPE.
004090 2040-LER-CLICMPCT-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------*
004130* 2050-LER-CLITARCT - ULTIMO MES DE TARIFA COBRADO         *
004140*----------------------------------------------------------*
004150 2050-LER-CLITARCT.
004160     OPEN INPUT CONTROLE-TARIFA.
004170     IF FS-CONTROLE-TARIFA NOT = "00"
004180         GO TO 2050-LER-CLITARCT-EXIT
004190     END-IF.
004200     READ CONTROLE-TARIFA
004210         AT END
004220             CONTINUE
004230         NOT AT END
004240             MOVE TARCT-ULTIMO-AAAAMM TO WRK-AAAAMM-TARIFA
004250     END-READ.
004260     CLOSE CONTROLE-TARIFA.
004270 2050-LER-CLITARCT-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------*
004310* 2060-LER-CLIEXGEN - ULTIMA GERACAO DO EXTRATO            *
004320*----------------------------------------------------------*
004330 2060-LER-CLIEXGEN.
004340     OPEN INPUT GERACAO-EXTRATO.
004350     IF FS-GERACAO-EXTRATO NOT = "00"
004360         GO TO 2060-LER-CLIEXGEN-EXIT
004370     END-IF.
004380     READ GERACAO-EXTRATO
004390         AT END
004400             CONTINUE
004410         NOT AT END
004420             MOVE GER-NUMERO TO WRK-GER-EXT-NUMERO
004430             MOVE GER-DATA   TO WRK-GER-EXT-DATA
004440     END-READ.
004450     CLOSE GERACAO-EXTRATO.
004460 2060-LER-CLIEXGEN-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------*
004500* 2070-LER-CLIGLGEN - ULTIMA GERACAO DO RAZAO CONTABIL     *
004510*----------------------------------------------------------*
004520 2070-LER-CLIGLGEN.
004530     OPEN INPUT GERACAO-GL.
004540     IF FS-GERACAO-GL NOT = "00"
004550         GO TO 2070-LER-CLIGLGEN-EXIT
004560     END-IF.
004570     READ GERACAO-GL
004580         AT END
004590             CONTINUE
004600         NOT AT END
004610             MOVE GLG-NUMERO TO WRK-GER-GL-NUMERO
004620             MOVE GLG-DATA   TO WRK-GER-GL-DATA
004630     END-READ.
004640     CLOSE GERACAO-GL.
004650 2070-LER-CLIGLGEN-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* 2200-VARRER-STATUS - PERCORRE O CLISTAT E GUARDA A       *
004700*                 SITUACAO DE CADA PROGRAMA NA DATA DE     *
004710*                 PROCESSAMENTO                            *
004720*----------------------------------------------------------*
004730 2200-VARRER-STATUS.
004740     OPEN INPUT NOTIFICACAO.
004750     IF FS-NOTIFICACAO NOT = "00"
004760         DISPLAY "CLIFECHA: CLISTAT INDISPONIVEL - STATUS "
004770                 FS-NOTIFICACAO
004780         GO TO 2200-VARRER-STATUS-EXIT
004790     END-IF.
004800     PERFORM 2250-TRATAR-STATUS THRU 2250-TRATAR-STATUS-EXIT
004810             UNTIL FIM-ARQUIVO-STATUS.
004820     CLOSE NOTIFICACAO.
004830 2200-VARRER-STATUS-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------*
004870* 2250-TRATAR-STATUS - UMA LINHA DO CLISTAT. NO LOTE DE    *
004880*                 JUROS O "CONCLUIDO" PREVALECE SOBRE UMA  *
004890*                 RESSUBMISSAO ABORTADA E A SIMULACAO NAO  *
004900*                 CONTA; NAS CONFIRMACOES SO VALE A LINHA  *
004910*                 DA GERACAO DA DATA; NAS CONFERENCIAS     *
004920*                 VALE A ULTIMA EXECUCAO.                  *
004930*----------------------------------------------------------*
004940 2250-TRATAR-STATUS.
004950     READ NOTIFICACAO
004960         AT END
004970             SET FIM-ARQUIVO-STATUS TO TRUE
004980             GO TO 2250-TRATAR-STATUS-EXIT
004990     END-READ.
005000     MOVE STAT-LINHA TO STAT-REGISTRO.
005010     IF STAT-DATA NOT = WRK-DATA-PROC
005020         GO TO 2250-TRATAR-STATUS-EXIT
005030     END-IF.
005040     EVALUATE STAT-PROGRAMA
005050         WHEN "CLIENTES"
005060             IF WRK-SIT-CLIENTES NOT = "CONCLUIDO "
005070                     AND STAT-SITUACAO NOT = "SIMULADO  "
005080                 MOVE STAT-SITUACAO TO WRK-SIT-CLIENTES
005090             END-IF
005100         WHEN "CLIVERIF"
005110             MOVE STAT-SITUACAO TO WRK-SIT-VERIF
005120         WHEN "CLIRECON"
005130             MOVE STAT-SITUACAO TO WRK-SIT-RECON
005140         WHEN "CLIEXACK"
005150             IF STAT-LIDOS = WRK-GER-EXT-NUMERO
005160                     AND WRK-SIT-EXACK NOT = "ACK-OK    "
005170                 MOVE STAT-SITUACAO TO WRK-SIT-EXACK
005180             END-IF
005190         WHEN "CLIGLACK"
005200             IF STAT-LIDOS = WRK-GER-GL-NUMERO
005210                     AND WRK-SIT-GLACK NOT = "ACK-OK    "
005220                 MOVE STAT-SITUACAO TO WRK-SIT-GLACK
005230             END-IF
005240         WHEN OTHER
005250             CONTINUE
005260     END-EVALUATE.
005270 2250-TRATAR-STATUS-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* 2300-CONTAR-PARTICOES - CONTA AS PARTICOES DA DATA NO    *
005320*                 CLIPART (ZERO = EXECUCAO NAO             *
005330*                 PARTICIONADA)                            *
005340*----------------------------------------------------------*
005350 2300-CONTAR-PARTICOES.
005360     OPEN INPUT PARTICOES.
005370     IF FS-PARTICOES NOT = "00"
005380         GO TO 2300-CONTAR-PARTICOES-EXIT
005390     END-IF.
005400     PERFORM 2350-LER-PARTICAO THRU 2350-LER-PARTICAO-EXIT
005410             UNTIL FIM-ARQUIVO-PARTICOES.
005420     CLOSE PARTICOES.
005430 2300-CONTAR-PARTICOES-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------*
005470* 2350-LER-PARTICAO - UM REGISTRO DO CLIPART               *
005480*----------------------------------------------------------*
005490 2350-LER-PARTICAO.
005500     READ PARTICOES
005510         AT END
005520             SET FIM-ARQUIVO-PARTICOES TO TRUE
005530             GO TO 2350-LER-PARTICAO-EXIT
005540     END-READ.
005550     IF PART-DATA = WRK-DATA-PROC
005560         ADD 1 TO WRK-QTD-PARTICOES
005570     END-IF.
005580 2350-LER-PARTICAO-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------*
005620* 3000-EMITIR-ITENS - JULGA CADA ITEM DA CERTIFICACAO NA   *
005630*                 ORDEM DO CLIBATCH E IMPRIME O PARECER    *
005640*----------------------------------------------------------*
005650 3000-EMITIR-ITENS.
005660     MOVE "CLIORDCT" TO REL-DET-ARQUIVO.
005670     MOVE "ORDENS PERMANENTES GERADAS (CLIORDEX)" TO
005680             REL-DET-DESCRICAO.
005690     MOVE WRK-DATA-ORDENS TO WRK-DATA-ITEM.
005700     PERFORM 3800-CONFERIR-DATA THRU 3800-CONFERIR-DATA-EXIT.
005710     MOVE "CLICDBCT" TO REL-DET-ARQUIVO.
005720     MOVE "CDB PROCESSADO (CLICDBJ)" TO REL-DET-DESCRICAO.
005730     MOVE WRK-DATA-CDB TO WRK-DATA-ITEM.
005740     PERFORM 3800-CONFERIR-DATA THRU 3800-CONFERIR-DATA-EXIT.
005750     MOVE "CLIMVCT " TO REL-DET-ARQUIVO.
005760     MOVE "MOVIMENTOS APLICADOS (CLIMOVTO)" TO REL-DET-DESCRICAO.
005770     MOVE WRK-DATA-MOVTO TO WRK-DATA-ITEM.
005780     PERFORM 3800-CONFERIR-DATA THRU 3800-CONFERIR-DATA-EXIT.
005790     MOVE "CLICMPCT" TO REL-DET-ARQUIVO.
005800     MOVE "COMPENSACAO RECEBIDA (CLICOMPE)" TO REL-DET-DESCRICAO.
005810     MOVE WRK-DATA-COMPE TO WRK-DATA-ITEM.
005820     PERFORM 3800-CONFERIR-DATA THRU 3800-CONFERIR-DATA-EXIT.
005830     PERFORM 3100-ITENS-LOTE-JUROS
005840             THRU 3100-ITENS-LOTE-JUROS-EXIT.
005850     PERFORM 3200-ITENS-CONFERENCIA
005860             THRU 3200-ITENS-CONFERENCIA-EXIT.
005870     PERFORM 3300-ITENS-GERACOES THRU 3300-ITENS-GERACOES-EXIT.
005880 3000-EMITIR-ITENS-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920* 3100-ITENS-LOTE-JUROS - CLICTRL FECHADO NA DATA, TRAVA   *
005930*                 DESLIGADA, LINHA "CONCLUIDO" DO LOTE DE  *
005940*                 JUROS E PARTICOES CONSOLIDADAS           *
005950*----------------------------------------------------------*
005960 3100-ITENS-LOTE-JUROS.
005970     MOVE "CLICTRL " TO REL-DET-ARQUIVO.
005980     MOVE "LOTE DE JUROS FECHADO (CLIENTES)" TO REL-DET-DESCRICAO.
005990     MOVE WRK-DATA-PROC TO WRK-DATA-ITEM.
006000     PERFORM 3800-CONFERIR-DATA THRU 3800-CONFERIR-DATA-EXIT.
006010     MOVE "CLICTRL " TO REL-DET-ARQUIVO.
006020     MOVE "TRAVA DE PROCESSAMENTO DESLIGADA" TO REL-DET-DESCRICAO.
006030     MOVE "N" TO REL-DET-ESPERADO.
006040     MOVE WRK-TRAVA-CTRL TO REL-DET-ENCONTRADO.
006050     MOVE SPACES TO REL-DET-OBS.
006060     IF WRK-TRAVA-CTRL = "S"
006070         SET ITEM-FALHOU TO TRUE
006080         MOVE "STEP INTERROMPIDO COM A TRAVA" TO REL-DET-OBS
006090     ELSE
006100         SET ITEM-CONFERE TO TRUE
006110     END-IF.
006120     PERFORM 3900-REGISTRAR-ITEM THRU 3900-REGISTRAR-ITEM-EXIT.
006130     MOVE "CLISTAT " TO REL-DET-ARQUIVO.
006140     MOVE "LOTE DE JUROS CONCLUIDO (CLIENTES)" TO
006150             REL-DET-DESCRICAO.
006160     MOVE "CONCLUIDO " TO REL-DET-ESPERADO.
006170     MOVE WRK-SIT-CLIENTES TO REL-DET-ENCONTRADO.
006180     MOVE SPACES TO REL-DET-OBS.
006190     PERFORM 3850-CONFERIR-SITUACAO
006200             THRU 3850-CONFERIR-SITUACAO-EXIT.
006210     MOVE "CLIPART " TO REL-DET-ARQUIVO.
006220     MOVE "PARTICOES CONSOLIDADAS (CLICONSO)" TO
006230             REL-DET-DESCRICAO.
006240     MOVE SPACES TO REL-DET-ESPERADO REL-DET-ENCONTRADO.
006250     IF WRK-QTD-PARTICOES = ZEROS
006260         SET ITEM-CONFERE TO TRUE
006270         MOVE "EXECUCAO NAO PARTICIONADA" TO REL-DET-OBS
006280     ELSE
006290         MOVE "CONCLUIDO " TO REL-DET-ESPERADO
006300         MOVE WRK-SIT-CLIENTES TO REL-DET-ENCONTRADO
006310         MOVE SPACES TO REL-DET-OBS
006320         MOVE WRK-QTD-PARTICOES TO WRK-QTD-EDITADA
006330         STRING "PARTICOES NA DATA: " WRK-QTD-EDITADA
006340                 DELIMITED BY SIZE INTO REL-DET-OBS
006350         IF WRK-SIT-CLIENTES = "CONCLUIDO "
006360             SET ITEM-CONFERE TO TRUE
006370         ELSE
006380             SET ITEM-FALHOU TO TRUE
006390         END-IF
006400     END-IF.
006410     PERFORM 3900-REGISTRAR-ITEM THRU 3900-REGISTRAR-ITEM-EXIT.
006420 3100-ITENS-LOTE-JUROS-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------*
006460* 3200-ITENS-CONFERENCIA - VERIFICADOR POS-LOTE E          *
006470*                 CONCILIACAO COM O RAZAO FECHADOS, E      *
006480*                 TARIFA DO MES COBRADA                    *
006490*----------------------------------------------------------*
006500 3200-ITENS-CONFERENCIA.
006510     MOVE "CLISTAT " TO REL-DET-ARQUIVO.
006520     MOVE "INTEGRIDADE POS-LOTE CONFERE (CLIVERIF)" TO
006530             REL-DET-DESCRICAO.
006540     MOVE "CONFERE   " TO REL-DET-ESPERADO.
006550     MOVE WRK-SIT-VERIF TO REL-DET-ENCONTRADO.
006560     MOVE SPACES TO REL-DET-OBS.
006570     PERFORM 3850-CONFERIR-SITUACAO
006580             THRU 3850-CONFERIR-SITUACAO-EXIT.
006590     MOVE "CLISTAT " TO REL-DET-ARQUIVO.
006600     MOVE "CONCILIACAO COM O RAZAO CONFERE (CLIRECON)" TO
006610             REL-DET-DESCRICAO.
006620     MOVE "CONFERE   " TO REL-DET-ESPERADO.
006630     MOVE WRK-SIT-RECON TO REL-DET-ENCONTRADO.
006640     MOVE SPACES TO REL-DET-OBS.
006650     PERFORM 3850-CONFERIR-SITUACAO
006660             THRU 3850-CONFERIR-SITUACAO-EXIT.
006670     MOVE "CLITARCT" TO REL-DET-ARQUIVO.
006680     MOVE "TARIFA MENSAL DO MES COBRADA (CLITARIF)" TO
006690             REL-DET-DESCRICAO.
006700     MOVE WRK-AAAAMM-PROC TO REL-DET-ESPERADO.
006710     MOVE SPACES TO REL-DET-OBS.
006720     IF WRK-AAAAMM-TARIFA = ZEROS
006730         MOVE "AUSENTE" TO REL-DET-ENCONTRADO
006740     ELSE
006750         MOVE WRK-AAAAMM-TARIFA TO REL-DET-ENCONTRADO
006760     END-IF.
006770     IF WRK-AAAAMM-TARIFA = WRK-AAAAMM-PROC
006780         SET ITEM-CONFERE TO TRUE
006790     ELSE
006800         SET ITEM-FALHOU TO TRUE
006810     END-IF.
006820     PERFORM 3900-REGISTRAR-ITEM THRU 3900-REGISTRAR-ITEM-EXIT.
006830 3200-ITENS-CONFERENCIA-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------*
006870* 3300-ITENS-GERACOES - GERACOES DO EXTRATO E DO RAZAO     *
006880*                 DA DATA E AS CONFIRMACOES DE CADA UMA    *
006890*----------------------------------------------------------*
006900 3300-ITENS-GERACOES.
006910     MOVE "CLIEXGEN" TO REL-DET-ARQUIVO.
006920     MOVE "GERACAO DO EXTRATO DA DATA (CLIENTES)" TO
006930             REL-DET-DESCRICAO.
006940     MOVE WRK-GER-EXT-DATA TO WRK-DATA-ITEM.
006950     PERFORM 3800-CONFERIR-DATA THRU 3800-CONFERIR-DATA-EXIT.
006960     MOVE "CLISTAT " TO REL-DET-ARQUIVO.
006970     MOVE "GERACAO DO EXTRATO CONFIRMADA (CLIEXACK)" TO
006980             REL-DET-DESCRICAO.
006990     MOVE "ACK-OK    " TO REL-DET-ESPERADO.
007000     MOVE WRK-SIT-EXACK TO REL-DET-ENCONTRADO.
007010     MOVE SPACES TO REL-DET-OBS.
007020     STRING "GERACAO " WRK-GER-EXT-NUMERO
007030             DELIMITED BY SIZE INTO REL-DET-OBS.
007040     PERFORM 3850-CONFERIR-SITUACAO
007050             THRU 3850-CONFERIR-SITUACAO-EXIT.
007060     MOVE "CLIGLGEN" TO REL-DET-ARQUIVO.
007070     MOVE "GERACAO DO RAZAO DA DATA (CLIENTES)" TO
007080             REL-DET-DESCRICAO.
007090     MOVE WRK-GER-GL-DATA TO WRK-DATA-ITEM.
007100     PERFORM 3800-CONFERIR-DATA THRU 3800-CONFERIR-DATA-EXIT.
007110     MOVE "CLISTAT " TO REL-DET-ARQUIVO.
007120     MOVE "GERACAO DO RAZAO CONFIRMADA (CLIGLACK)" TO
007130             REL-DET-DESCRICAO.
007140     MOVE "ACK-OK    " TO REL-DET-ESPERADO.
007150     MOVE WRK-SIT-GLACK TO REL-DET-ENCONTRADO.
007160     MOVE SPACES TO REL-DET-OBS.
007170     STRING "GERACAO " WRK-GER-GL-NUMERO
007180             DELIMITED BY SIZE INTO REL-DET-OBS.
007190     PERFORM 3850-CONFERIR-SITUACAO
007200             THRU 3850-CONFERIR-SITUACAO-EXIT.
007210 3300-ITENS-GERACOES-EXIT.
007220     EXIT.
007230
007240*----------------------------------------------------------*
007250* 3800-CONFERIR-DATA - ITEM CUJO CONTROLE (WRK-DATA-ITEM)  *
007260*                 TEM DE ESTAR NA DATA DE PROCESSAMENTO    *
007270*----------------------------------------------------------*
007280 3800-CONFERIR-DATA.
007290     MOVE WRK-DATA-PROC TO REL-DET-ESPERADO.
007300     MOVE SPACES TO REL-DET-OBS.
007310     IF WRK-DATA-ITEM = ZEROS
007320         MOVE "AUSENTE" TO REL-DET-ENCONTRADO
007330         MOVE "CONTROLE AUSENTE OU VAZIO" TO REL-DET-OBS
007340     ELSE
007350         MOVE WRK-DATA-ITEM TO REL-DET-ENCONTRADO
007360     END-IF.
007370     IF WRK-DATA-ITEM = WRK-DATA-PROC
007380         SET ITEM-CONFERE TO TRUE
007390     ELSE
007400         SET ITEM-FALHOU TO TRUE
007410         IF WRK-DATA-ITEM NOT = ZEROS
007420             MOVE "STEP NAO RODOU OU ABORTOU" TO REL-DET-OBS
007430         END-IF
007440     END-IF.
007450     PERFORM 3900-REGISTRAR-ITEM THRU 3900-REGISTRAR-ITEM-EXIT.
007460 3800-CONFERIR-DATA-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------*
007500* 3850-CONFERIR-SITUACAO - ITEM DO CLISTAT: A SITUACAO     *
007510*                 ENCONTRADA TEM DE SER A ESPERADA         *
007520*----------------------------------------------------------*
007530 3850-CONFERIR-SITUACAO.
007540     IF REL-DET-ENCONTRADO = REL-DET-ESPERADO
007550         SET ITEM-CONFERE TO TRUE
007560     ELSE
007570         SET ITEM-FALHOU TO TRUE
007580     END-IF.
007590     PERFORM 3900-REGISTRAR-ITEM THRU 3900-REGISTRAR-ITEM-EXIT.
007600 3850-CONFERIR-SITUACAO-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640* 3900-REGISTRAR-ITEM - NUMERA, CONTA E IMPRIME O ITEM     *
007650*----------------------------------------------------------*
007660 3900-REGISTRAR-ITEM.
007670     ADD 1 TO WRK-NUM-ITEM.
007680     MOVE WRK-NUM-ITEM TO REL-DET-ITEM.
007690     IF ITEM-CONFERE
007700         MOVE "OK   " TO REL-DET-PARECER
007710         ADD 1 TO WRK-CONT-CONFERIDOS
007720     ELSE
007730         MOVE "FALHA" TO REL-DET-PARECER
007740         ADD 1 TO WRK-CONT-FALHAS
007750     END-IF.
007760     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
007770 3900-REGISTRAR-ITEM-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------*
007810* 8000-GRAVAR-FECHAMENTO - DIA SEM FALHA: GRAVA A DATA     *
007820*                 CERTIFICADA NO CLIFECCT, PRESERVANDO A   *
007830*                 ULTIMA LIBERACAO DE SUPERVISOR           *
007840*----------------------------------------------------------*
007850 8000-GRAVAR-FECHAMENTO.
007860     OPEN INPUT FECHAMENTO.
007870     IF FS-FECHAMENTO = "00"
007880         READ FECHAMENTO
007890             AT END
007900                 CONTINUE
007910             NOT AT END
007920                 MOVE FEC-REGISTRO TO WRK-FEC-SALVO
007930                 SET FECHAMENTO-EXISTENTE TO TRUE
007940         END-READ
007950         CLOSE FECHAMENTO
007960     END-IF.
007970     IF FECHAMENTO-EXISTENTE
007980         MOVE WRK-FEC-SALVO TO FEC-REGISTRO
007990     ELSE
008000         MOVE SPACES TO FEC-REGISTRO
008010         MOVE ZEROS  TO FEC-ULTIMA-DATA FEC-DATA-LIBERADA
008020                        FEC-DATA-LIBERACAO
008030         MOVE SPACES TO FEC-OPERADOR-LIB FEC-MOTIVO-LIB
008040     END-IF.
008050     IF FEC-ULTIMA-DATA < WRK-DATA-PROC
008060         MOVE WRK-DATA-PROC TO FEC-ULTIMA-DATA
008070     END-IF.
008080     MOVE WRK-DATA-SISTEMA    TO FEC-DATA-CERTIFICACAO.
008090     MOVE WRK-HORA-SISTEMA    TO FEC-HORA-CERTIFICACAO.
008100     MOVE WRK-CONT-CONFERIDOS TO FEC-ITENS-CONFERIDOS.
008110     OPEN OUTPUT FECHAMENTO.
008120     IF FS-FECHAMENTO NOT = "00"
008130         DISPLAY "CLIFECHA: ERRO AO GRAVAR CLIFECCT - STATUS "
008140                 FS-FECHAMENTO " - DIA NAO CERTIFICADO"
008150         ADD 1 TO WRK-CONT-FALHAS
008160         GO TO 8000-GRAVAR-FECHAMENTO-EXIT
008170     END-IF.
008180     WRITE FEC-REGISTRO.
008190     CLOSE FECHAMENTO.
008200 8000-GRAVAR-FECHAMENTO-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------*
008240* 8500-NOTIFICAR - GRAVA NO CLISTAT A LINHA DO FECHAMENTO  *
008250*                 ("FECHADO" OU "PENDENTE"), COM OS ITENS  *
008260*                 CONFERIDOS E OS QUE FALHARAM             *
008270*----------------------------------------------------------*
008280 8500-NOTIFICAR.
008290     OPEN EXTEND NOTIFICACAO.
008300     IF FS-NOTIFICACAO NOT = "00"
008310         DISPLAY "CLIFECHA: CLISTAT INDISPONIVEL - LINHA DO "
008320                 "FECHAMENTO NAO GRAVADA"
008330         GO TO 8500-NOTIFICAR-EXIT
008340     END-IF.
008350     MOVE "CLIFECHA" TO STAT-PROGRAMA.
008360     MOVE WRK-DATA-PROC TO STAT-DATA.
008370     IF WRK-CONT-FALHAS = ZEROS
008380         MOVE "FECHADO   " TO STAT-SITUACAO
008390     ELSE
008400         MOVE "PENDENTE  " TO STAT-SITUACAO
008410     END-IF.
008420     MOVE WRK-CONT-CONFERIDOS TO STAT-LIDOS.
008430     MOVE ZEROS TO STAT-ATUALIZADOS STAT-TOTAL-JUROS.
008440     MOVE WRK-CONT-FALHAS TO STAT-REJEITADOS.
008450     WRITE STAT-LINHA FROM STAT-REGISTRO.
008460     CLOSE NOTIFICACAO.
008470 8500-NOTIFICAR-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------*
008510* 9000-FINALIZAR - TOTAIS, PARECER FINAL E CODIGO DE       *
008520*                 RETORNO (8 = DIA NAO CERTIFICADO)        *
008530*----------------------------------------------------------*
008540 9000-FINALIZAR.
008550     MOVE "ITENS CONFERIDOS              " TO REL-ROD-ROTULO.
008560     MOVE WRK-CONT-CONFERIDOS TO REL-ROD-VALOR.
008570     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
008580     MOVE "ITENS COM FALHA               " TO REL-ROD-ROTULO.
008590     MOVE WRK-CONT-FALHAS TO REL-ROD-VALOR.
008600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008610     MOVE WRK-DATA-PROC TO REL-PAR-DATA.
008620     IF WRK-CONT-FALHAS = ZEROS
008630         MOVE "DIA CERTIFICADO - LIBERADA A DATA SEGUINTE A"
008640                 TO REL-PAR-TEXTO
008650         DISPLAY "CLIFECHA: DIA " WRK-DATA-PROC " CERTIFICADO"
008660     ELSE
008670         MOVE "DIA NAO CERTIFICADO - CORRIGIR OU LIBERAR (FECMNT)"
008680                 TO REL-PAR-TEXTO
008690         DISPLAY "CLIFECHA: DIA " WRK-DATA-PROC
008700                 " NAO CERTIFICADO - " WRK-CONT-FALHAS
008710                 " ITEM(NS) COM FALHA"
008720         MOVE 8 TO RETURN-CODE
008730     END-IF.
008740     WRITE REL-LINHA FROM REL-PARECER AFTER ADVANCING 2 LINES.
008750     CLOSE RELATORIO.
008760 9000-FINALIZAR-EXIT.
008770     EXIT.
008780
008790 9999-EXIT.
008800     STOP RUN.
