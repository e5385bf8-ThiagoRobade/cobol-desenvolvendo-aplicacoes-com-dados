000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIIOF.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - COBRANCA MENSAL DO  *
000120*                    IOF DO CHEQUE ESPECIAL ACUMULADO PELO *
000130*                    LOTE DE JUROS NO CLIIOFAC. PARA CADA  *
000140*                    CLIENTE COM DIAS DEVEDORES DO MES DE  *
000150*                    REFERENCIA (OU ANTERIORES) DEBITA O   *
000160*                    IOF DIARIO + ADICIONAL ARREDONDADO,   *
000170*                    SEM ISENCAO (O IMPOSTO E DEVIDO MESMO *
000180*                    COM A CONTA INATIVA OU ENCERRADA),    *
000190*                    GRAVA AUDITORIA COM ORIGEM "I" (TAXA  *
000200*                    ZERADA, VALOR NEGATIVO) E ZERA O      *
000210*                    ACUMULADO. GERA O EXTRATO FISCAL      *
000220*                    CLIIOFX EM LAYOUT FIXO (CABECALHO,    *
000230*                    DETALHE POR CLIENTE, TOTAL POR        *
000240*                    AGENCIA E TRAILER COM QUANTIDADE +    *
000250*                    HASH), NOS MOLDES DO CLIBCNX, E O     *
000260*                    RELATORIO RELIOF. O CONTROLE CLIIOFCT *
000270*                    (AAAAMM) IMPEDE COBRAR O MESMO MES DE *
000280*                    REFERENCIA DUAS VEZES. PARM: AAAAMM   *
000290*                    DE REFERENCIA; EM BRANCO, O MES       *
000300*                    ANTERIOR AO DA DATA DO SISTEMA. O JOB *
000310*                    RODA NO PRIMEIRO DIA UTIL DO MES,     *
000320*                    ANTES DO CLIBATCH, PARA O ACUMULADO   *
000330*                    CONTER SO DIAS DO MES DE REFERENCIA.  *
000340* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000350*                    BYTES COM OS CICLOS DE                *
000360*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000370*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000380* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000390*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000400*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000410*----------------------------------------------------------*
000420 ENVIRONMENT             DIVISION.
000430 CONFIGURATION           SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT            SECTION.
000480 FILE-CONTROL.
000490     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CLI-ID
000530         FILE STATUS IS FS-CLIENTES-MASTER.
000540     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FS-PARAMETROS.
000570*----------------------------------------------------------*
000580* IOF DO CHEQUE ESPECIAL ACUMULADO PELO LOTE DE JUROS      *
000590*----------------------------------------------------------*
000600     SELECT IOF-ACUMULADO ASSIGN TO "CLIIOFAC"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS IOF-CLI-ID
000640         FILE STATUS IS FS-IOF-ACUMULADO.
000650*----------------------------------------------------------*
000660* EXTRATO FISCAL DO IOF NO LAYOUT FIXO                     *
000670*----------------------------------------------------------*
000680     SELECT EXTRATO-IOF ASSIGN TO "CLIIOFX"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS FS-EXTRATO-IOF.
000710*----------------------------------------------------------*
000720* CONTROLE DO ULTIMO MES DE REFERENCIA COBRADO             *
000730*----------------------------------------------------------*
000740     SELECT CONTROLE-IOF ASSIGN TO "CLIIOFCT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FS-CONTROLE-IOF.
000770     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-AUDITORIA.
000800*----------------------------------------------------------*
000810* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
000820* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
000830* LINHA DO CLIAUDIT                                        *
000840*----------------------------------------------------------*
000850     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS AUDK-CHAVE
000890         FILE STATUS IS FS-AUDK.
000900     SELECT RELATORIO ASSIGN TO "RELIOF"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FS-RELATORIO.
000930*----------------------------------------------------------*
000940* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000950*----------------------------------------------------------*
000960     SELECT CONTROLE ASSIGN TO "CLICTRL"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS FS-CONTROLE.
000990
001000 DATA                    DIVISION.
001010 FILE                    SECTION.
001020 FD  CLIENTES-MASTER
001030     LABEL RECORD IS STANDARD.
001040     COPY CLIREG.
001050
001060 FD  PARAMETROS
001070     LABEL RECORD IS STANDARD.
001080 01  PARM-REGISTRO.
001090     05  PARM-FATOR-JUROS    PICTURE 9V99.
001100     05  PARM-FATOR-MULTA    PICTURE 9V99.
001110     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001120     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001130     05  PARM-FATOR-USD      PICTURE 9V99.
001140     05  PARM-FATOR-EUR      PICTURE 9V99.
001150     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001160     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001170     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001180     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
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
001360 FD  IOF-ACUMULADO
001370     LABEL RECORD IS STANDARD.
001380     COPY CLIIOFRG.
001390
001400 FD  EXTRATO-IOF
001410     LABEL RECORD IS STANDARD.
001420 01  IOFX-LINHA               PICTURE X(100).
001430
001440 FD  CONTROLE-IOF
001450     LABEL RECORD IS STANDARD.
001460 01  IOFCT-REGISTRO.
001470     05  IOFCT-ULTIMO-AAAAMM  PICTURE 9(06).
001480
001490 FD  AUDITORIA
001500     LABEL RECORD IS STANDARD.
001510 01  AUD-LINHA                PICTURE X(100).
001520
001530 FD  AUDITORIA-CHAVEADA
001540     LABEL RECORD IS STANDARD.
001550     COPY CLIAUKRG.
001560
001570 FD  RELATORIO
001580     LABEL RECORD IS STANDARD.
001590 01  REL-LINHA               PICTURE X(132).
001600
001610 FD  CONTROLE
001620     LABEL RECORD IS STANDARD.
001630 01  CTRL-REGISTRO.
001640     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001650     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001660     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001670
001680 WORKING-STORAGE         SECTION.
001690 01  WRK-FLAGS.
001700     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001710         88  FIM-ARQUIVO-IOF                VALUE "S".
001720 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001730 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001740 01  FS-IOF-ACUMULADO    PICTURE X(02)      VALUE "00".
001750 01  FS-EXTRATO-IOF      PICTURE X(02)      VALUE "00".
001760 01  FS-CONTROLE-IOF     PICTURE X(02)      VALUE "00".
001770 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001780 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001790 01  WRK-FLAGS-AUDK.
001800     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001810         88  ARQUIVO-AUDK-OK                VALUE "S".
001820     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001830         88  AUDK-GRAVADO                   VALUE "S".
001840 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001850 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001860 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001870 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001880 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001890 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001900 77  WRK-AAAAMM-REF      PICTURE 9(06)      VALUE ZEROS.
001910 01  WRK-AAAAMM-QUEBRA.
001920     05  WRK-REF-ANO     PICTURE 9(04).
001930     05  WRK-REF-MES     PICTURE 9(02).
001940 77  WRK-IOF-DIARIO      PICTURE V9(06)     VALUE ZEROS.
001950 77  WRK-IOF-ADICIONAL   PICTURE V9(04)     VALUE ZEROS.
001960 77  WRK-IOF-COBRAR      PICTURE 9(10)      COMP VALUE ZEROS.
001970 77  WRK-IOF-DIA-ARRED   PICTURE 9(10)      COMP VALUE ZEROS.
001980 77  WRK-IOF-ADIC-ARRED  PICTURE 9(10)      COMP VALUE ZEROS.
001990 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
002000 77  WRK-IDX-AG          PICTURE 9(02)      COMP VALUE ZEROS.
002010 77  WRK-IDX-AG-ACHADO   PICTURE 9(02)      COMP VALUE ZEROS.
002020 77  WRK-QTD-AG          PICTURE 9(02)      COMP VALUE ZEROS.
002030 77  WRK-MAX-AG          PICTURE 9(02)      COMP VALUE 20.
002040 77  WRK-AGENCIA-BUSCA   PICTURE 9(04)      VALUE ZEROS.
002050 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
002060 77  WRK-CONT-COBRADOS   PICTURE 9(06)      COMP VALUE ZEROS.
002070 77  WRK-CONT-PENDENTES  PICTURE 9(06)      COMP VALUE ZEROS.
002080 77  WRK-CONT-SEM-CLI    PICTURE 9(06)      COMP VALUE ZEROS.
002090 77  WRK-TOTAL-IOF       PICTURE S9(12)     COMP VALUE ZEROS.
002100 77  WRK-HASH-TOTAL      PICTURE S9(15)     COMP VALUE ZEROS.
002110 77  WRK-QTD-DETALHES    PICTURE 9(06)      COMP VALUE ZEROS.
002120
002130*----------------------------------------------------------*
002140* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
002150*----------------------------------------------------------*
002160     COPY CLIAUDRG.
002170
002180*----------------------------------------------------------*
002190* IOF COBRADO POR AGENCIA                                  *
002200*----------------------------------------------------------*
002210 01  TAB-AGENCIAS.
002220     05  TAB-AG-ENTRADA          OCCURS 20 TIMES.
002230         10  TAB-AG-CODIGO        PICTURE 9(04).
002240         10  TAB-AG-QTD           PICTURE 9(06) COMP.
002250         10  TAB-AG-DIARIO        PICTURE S9(12) COMP.
002260         10  TAB-AG-ADICIONAL     PICTURE S9(12) COMP.
002270         10  TAB-AG-TOTAL         PICTURE S9(12) COMP.
002280
002290*----------------------------------------------------------*
002300* LINHAS DO ARQUIVO CLIIOFX (LAYOUT FIXO DO EXTRATO)      *
002310*----------------------------------------------------------*
002320 01  IOFX-CABECALHO.
002330     05  IOFX-CAB-TIPO       PICTURE X(01) VALUE "H".
002340     05  IOFX-CAB-AAAAMM     PICTURE 9(06).
002350     05  IOFX-CAB-DATA-GER   PICTURE 9(08).
002360     05  IOFX-CAB-ALIQ-DIA   PICTURE V9(06).
002370     05  IOFX-CAB-ALIQ-ADIC  PICTURE V9(04).
002380     05  FILLER              PICTURE X(75) VALUE SPACES.
002390 01  IOFX-DETALHE.
002400     05  IOFX-DET-TIPO       PICTURE X(01) VALUE "D".
002410     05  IOFX-DET-AGENCIA    PICTURE 9(04).
002420     05  IOFX-DET-CLIENTE    PICTURE 9(06).
002430     05  IOFX-DET-DOCUMENTO  PICTURE 9(14).
002440     05  IOFX-DET-TIPO-DOC   PICTURE X(01).
002450     05  IOFX-DET-AAAAMM     PICTURE 9(06).
002460     05  IOFX-DET-DIAS       PICTURE 9(03).
002470     05  IOFX-DET-BASE-DIA   PICTURE 9(13).
002480     05  IOFX-DET-IOF-DIA    PICTURE 9(10).
002490     05  IOFX-DET-BASE-ADIC  PICTURE 9(13).
002500     05  IOFX-DET-IOF-ADIC   PICTURE 9(10).
002510     05  IOFX-DET-IOF-TOTAL  PICTURE 9(10).
002520     05  FILLER              PICTURE X(09) VALUE SPACES.
002530 01  IOFX-AGENCIA.
002540     05  IOFX-AG-TIPO        PICTURE X(01) VALUE "A".
002550     05  IOFX-AG-CODIGO      PICTURE 9(04).
002560     05  IOFX-AG-QTD         PICTURE 9(06).
002570     05  IOFX-AG-IOF-DIA     PICTURE 9(12).
002580     05  IOFX-AG-IOF-ADIC    PICTURE 9(12).
002590     05  IOFX-AG-IOF-TOTAL   PICTURE 9(13).
002600     05  FILLER              PICTURE X(52) VALUE SPACES.
002610 01  IOFX-TRAILER.
002620     05  IOFX-TRL-TIPO       PICTURE X(01) VALUE "T".
002630     05  IOFX-TRL-QTD        PICTURE 9(06).
002640     05  IOFX-TRL-QTD-AG     PICTURE 9(04).
002650     05  IOFX-TRL-HASH       PICTURE S9(15).
002660     05  FILLER              PICTURE X(74) VALUE SPACES.
002670
002680 01  REL-CABECALHO.
002690     05  FILLER              PICTURE X(50)
002700       VALUE "COBRANCA MENSAL DO IOF DO CHEQUE ESPECIAL - MES ".
002710     05  REL-CAB-AAAAMM      PICTURE 9(06).
002720     05  FILLER              PICTURE X(76) VALUE SPACES.
002730 01  REL-LINHA-AGENCIA.
002740     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
002750     05  REL-AG-CODIGO       PICTURE 9(04).
002760     05  FILLER              PICTURE X(08) VALUE "  CONTAS".
002770     05  REL-AG-QTD          PICTURE ZZZ.ZZ9.
002780     05  FILLER              PICTURE X(08) VALUE "  DIARIO".
002790     05  REL-AG-DIARIO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002800     05  FILLER              PICTURE X(11) VALUE "  ADICIONAL".
002810     05  REL-AG-ADICIONAL    PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002820     05  FILLER              PICTURE X(08) VALUE "  TOTAL ".
002830     05  REL-AG-TOTAL        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002840     05  FILLER              PICTURE X(24) VALUE SPACES.
002850 01  REL-RODAPE.
002860     05  REL-ROD-ROTULO      PICTURE X(30).
002870     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002880     05  FILLER              PICTURE X(84) VALUE SPACES.
002890
002900 LINKAGE                 SECTION.
002910 01  LK-PARM-AAAAMM          PICTURE X(06).
002920
002930 PROCEDURE               DIVISION USING LK-PARM-AAAAMM.
002940*----------------------------------------------------------*
002950* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002960*----------------------------------------------------------*
002970 0000-MAINLINE.
002980     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002990     PERFORM 2000-COBRAR-IOF       THRU 2000-COBRAR-IOF-EXIT
003000             UNTIL FIM-ARQUIVO-IOF.
003010     PERFORM 3000-GRAVAR-AGENCIAS  THRU 3000-GRAVAR-AGENCIAS-EXIT.
003020     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003030     GO TO 9999-EXIT.
003040
003050*----------------------------------------------------------*
003060* 1000-INICIALIZAR - REFERENCIA, GUARDA DE MES, ALIQUOTAS  *
003070*                    E ABERTURAS                           *
003080*----------------------------------------------------------*
003090 1000-INICIALIZAR.
003100     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003110     COMPUTE WRK-AAAAMM-REF = WRK-DATA-EXECUCAO / 100.
003120     MOVE WRK-AAAAMM-REF TO WRK-AAAAMM-QUEBRA.
003130     IF WRK-REF-MES = 01
003140         SUBTRACT 1 FROM WRK-REF-ANO
003150         MOVE 12 TO WRK-REF-MES
003160     ELSE
003170         SUBTRACT 1 FROM WRK-REF-MES
003180     END-IF.
003190     MOVE WRK-AAAAMM-QUEBRA TO WRK-AAAAMM-REF.
003200     IF LK-PARM-AAAAMM IS NUMERIC
003210             AND LK-PARM-AAAAMM NOT = "000000"
003220         MOVE LK-PARM-AAAAMM TO WRK-AAAAMM-REF
003230     END-IF.
003240     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
003250     PERFORM 1100-LER-PARAMETROS
003260             THRU 1100-LER-PARAMETROS-EXIT.
003270     OPEN I-O IOF-ACUMULADO.
003280     IF FS-IOF-ACUMULADO NOT = "00"
003290         DISPLAY "CLIIOF: ERRO AO ABRIR CLIIOFAC - STATUS "
003300                 FS-IOF-ACUMULADO
003310         MOVE 16 TO RETURN-CODE
003320         GO TO 9999-EXIT
003330     END-IF.
003340     OPEN I-O CLIENTES-MASTER.
003350     IF FS-CLIENTES-MASTER NOT = "00"
003360         DISPLAY "CLIIOF: ERRO AO ABRIR CLIMSTR - STATUS "
003370                 FS-CLIENTES-MASTER
003380         CLOSE IOF-ACUMULADO
003390         MOVE 16 TO RETURN-CODE
003400         GO TO 9999-EXIT
003410     END-IF.
003420     OPEN OUTPUT EXTRATO-IOF.
003430     IF FS-EXTRATO-IOF NOT = "00"
003440         DISPLAY "CLIIOF: ERRO AO ABRIR CLIIOFX - STATUS "
003450                 FS-EXTRATO-IOF
003460         CLOSE IOF-ACUMULADO CLIENTES-MASTER
003470         MOVE 16 TO RETURN-CODE
003480         GO TO 9999-EXIT
003490     END-IF.
003500     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003510             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003520     OPEN EXTEND AUDITORIA.
003530     OPEN I-O AUDITORIA-CHAVEADA.
003540     IF FS-AUDK = "00" OR FS-AUDK = "05"
003550         SET ARQUIVO-AUDK-OK TO TRUE
003560     ELSE
003570         DISPLAY "CLIIOF: CLIAUDK INDISPONIVEL - STATUS "
003580                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
003590                 "CLIAUDKL)"
003600     END-IF.
003610     OPEN OUTPUT RELATORIO.
003620     MOVE WRK-AAAAMM-REF TO REL-CAB-AAAAMM.
003630     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003640     MOVE WRK-AAAAMM-REF    TO IOFX-CAB-AAAAMM.
003650     MOVE WRK-DATA-EXECUCAO TO IOFX-CAB-DATA-GER.
003660     MOVE WRK-IOF-DIARIO    TO IOFX-CAB-ALIQ-DIA.
003670     MOVE WRK-IOF-ADICIONAL TO IOFX-CAB-ALIQ-ADIC.
003680     WRITE IOFX-LINHA FROM IOFX-CABECALHO.
003690     PERFORM 2100-LER-PROXIMO-IOF
003700             THRU 2100-LER-PROXIMO-IOF-EXIT.
003710 1000-INICIALIZAR-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------*
003750* 1100-LER-PARAMETROS - ALIQUOTAS VIGENTES DO IOF, SO PARA *
003760*                  O CABECALHO DO EXTRATO (O VALOR JA VEM  *
003770*                  CALCULADO DIA A DIA NO CLIIOFAC)        *
003780*----------------------------------------------------------*
003790 1100-LER-PARAMETROS.
003800     OPEN INPUT PARAMETROS.
003810     IF FS-PARAMETROS = "00"
003820         READ PARAMETROS
003830             AT END
003840                 CONTINUE
003850             NOT AT END
003860                 MOVE PARM-IOF-DIARIO    TO WRK-IOF-DIARIO
003870                 MOVE PARM-IOF-ADICIONAL TO WRK-IOF-ADICIONAL
003880         END-READ
003890         CLOSE PARAMETROS
003900     ELSE
003910         DISPLAY "CLIIOF: CLIPARM NAO ENCONTRADO - ALIQUOTAS "
003920                 "ZERADAS NO CABECALHO"
003930     END-IF.
003940 1100-LER-PARAMETROS-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------*
003980* 1150-VERIFICAR-MES - MES DE REFERENCIA JA COBRADO        *
003990*                  SEGUNDO O CLIIOFCT ABORTA COM RC 16     *
004000*----------------------------------------------------------*
004010 1150-VERIFICAR-MES.
004020     OPEN INPUT CONTROLE-IOF.
004030     IF FS-CONTROLE-IOF = "00"
004040         READ CONTROLE-IOF
004050             AT END
004060                 CONTINUE
004070             NOT AT END
004080                 IF IOFCT-ULTIMO-AAAAMM NOT < WRK-AAAAMM-REF
004090                     DISPLAY "CLIIOF: IOF DO MES "
004100                             WRK-AAAAMM-REF
004110                             " JA COBRADO - ABORTANDO"
004120                     CLOSE CONTROLE-IOF
004130                     MOVE 16 TO RETURN-CODE
004140                     GO TO 9999-EXIT
004150                 END-IF
004160         END-READ
004170         CLOSE CONTROLE-IOF
004180     END-IF.
004190 1150-VERIFICAR-MES-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
004240*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
004250*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
004260*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
004270*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
004280*----------------------------------------------------------*
004290 1160-MARCAR-EM-PROCESSAMENTO.
004300     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
004310     OPEN INPUT CONTROLE.
004320     IF FS-CONTROLE = "00"
004330         READ CONTROLE
004340             AT END
004350                 CONTINUE
004360             NOT AT END
004370                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
004380                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
004390         END-READ
004400         CLOSE CONTROLE
004410     END-IF.
004420     OPEN OUTPUT CONTROLE.
004430     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004440     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
004450     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004460     WRITE CTRL-REGISTRO.
004470     CLOSE CONTROLE.
004480 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------*
004520* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
004530*                  CLICTRL AO FIM DA COBRANCA              *
004540*----------------------------------------------------------*
004550 1170-DESMARCAR-PROCESSAMENTO.
004560     OPEN OUTPUT CONTROLE.
004570     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004580     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004590     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004600     WRITE CTRL-REGISTRO.
004610     CLOSE CONTROLE.
004620 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
004660* 2000-COBRAR-IOF - COBRA O IOF ACUMULADO DE UM CLIENTE:   *
004670*                  DEBITA O SALDO, GRAVA AUDITORIA E O     *
004680*                  DETALHE DO EXTRATO E ZERA O ACUMULADO.  *
004690*                  ACUMULADO AINDA DO MES CORRENTE FICA    *
004700*                  PENDENTE PARA O PROXIMO MES.            *
004710*----------------------------------------------------------*
004720 2000-COBRAR-IOF.
004730     IF IOF-DIAS-DEVEDOR = ZEROS
004740         GO TO 2000-COBRAR-IOF-LER
004750     END-IF.
004760     IF IOF-ANO-MES > WRK-AAAAMM-REF
004770         ADD 1 TO WRK-CONT-PENDENTES
004780         GO TO 2000-COBRAR-IOF-LER
004790     END-IF.
004800     COMPUTE WRK-IOF-DIA-ARRED ROUNDED = IOF-VALOR-DIARIO.
004810     COMPUTE WRK-IOF-COBRAR ROUNDED =
004820             IOF-VALOR-DIARIO + IOF-VALOR-ADICIONAL.
004830     COMPUTE WRK-IOF-ADIC-ARRED =
004840             WRK-IOF-COBRAR - WRK-IOF-DIA-ARRED.
004850     MOVE IOF-CLI-ID TO CLI-ID.
004860     READ CLIENTES-MASTER
004870         INVALID KEY
004880             DISPLAY "CLIIOF: CLIENTE " IOF-CLI-ID
004890                     " NAO ENCONTRADO NO CLIMSTR - IOF MANTIDO "
004900                     "NO CLIIOFAC"
004910             ADD 1 TO WRK-CONT-SEM-CLI
004920             GO TO 2000-COBRAR-IOF-LER
004930     END-READ.
004940     IF WRK-IOF-COBRAR > ZEROS
004950         PERFORM 2050-DEBITAR-IOF THRU 2050-DEBITAR-IOF-EXIT
004960     END-IF.
004970     MOVE CLI-AGENCIA        TO IOFX-DET-AGENCIA.
004980     MOVE CLI-ID             TO IOFX-DET-CLIENTE.
004990     MOVE CLI-DOCUMENTO      TO IOFX-DET-DOCUMENTO.
005000     MOVE CLI-TIPO-DOC       TO IOFX-DET-TIPO-DOC.
005010     MOVE IOF-ANO-MES        TO IOFX-DET-AAAAMM.
005020     MOVE IOF-DIAS-DEVEDOR   TO IOFX-DET-DIAS.
005030     MOVE IOF-BASE-DIARIA    TO IOFX-DET-BASE-DIA.
005040     MOVE WRK-IOF-DIA-ARRED  TO IOFX-DET-IOF-DIA.
005050     MOVE IOF-BASE-ADICIONAL TO IOFX-DET-BASE-ADIC.
005060     MOVE WRK-IOF-ADIC-ARRED TO IOFX-DET-IOF-ADIC.
005070     MOVE WRK-IOF-COBRAR     TO IOFX-DET-IOF-TOTAL.
005080     WRITE IOFX-LINHA FROM IOFX-DETALHE.
005090     ADD 1 TO WRK-QTD-DETALHES.
005100     ADD WRK-IOF-COBRAR TO WRK-HASH-TOTAL.
005110     MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA.
005120     PERFORM 5000-ACHAR-AGENCIA THRU 5000-ACHAR-AGENCIA-EXIT.
005130     IF WRK-IDX-AG NOT = ZEROS
005140         ADD 1 TO TAB-AG-QTD (WRK-IDX-AG)
005150         ADD WRK-IOF-DIA-ARRED  TO TAB-AG-DIARIO (WRK-IDX-AG)
005160         ADD WRK-IOF-ADIC-ARRED TO TAB-AG-ADICIONAL (WRK-IDX-AG)
005170         ADD WRK-IOF-COBRAR     TO TAB-AG-TOTAL (WRK-IDX-AG)
005180     END-IF.
005190*    DEVEDOR ANTERIOR E ULTIMO DIA FICAM: O ADICIONAL DO
005200*    PROXIMO DIA CONTINUA MEDIDO SOBRE O SALDO DEVEDOR DE HOJE.
005210     MOVE ZEROS TO IOF-DIAS-DEVEDOR IOF-BASE-DIARIA
005220                   IOF-VALOR-DIARIO IOF-BASE-ADICIONAL
005230                   IOF-VALOR-ADICIONAL.
005240     MOVE CLI-AGENCIA TO IOF-AGENCIA.
005250     REWRITE IOF-REGISTRO.
005260     IF FS-IOF-ACUMULADO NOT = "00"
005270         DISPLAY "CLIIOF: ERRO AO REGRAVAR CLIIOFAC DO CLIENTE "
005280                 IOF-CLI-ID " STATUS " FS-IOF-ACUMULADO
005290     END-IF.
005300 2000-COBRAR-IOF-LER.
005310     PERFORM 2100-LER-PROXIMO-IOF
005320             THRU 2100-LER-PROXIMO-IOF-EXIT.
005330 2000-COBRAR-IOF-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------*
005370* 2050-DEBITAR-IOF - DEBITA O IOF NO SALDO, COM LINHA DE   *
005380*                  AUDITORIA ORIGEM "I", E REGRAVA O       *
005390*                  CLIENTE                                 *
005400*----------------------------------------------------------*
005410 2050-DEBITAR-IOF.
005420     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
005430     SUBTRACT WRK-IOF-COBRAR FROM CLI-SALDO.
005440     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
005450     MOVE CLI-ID             TO AUD-CLIENTE-ID.
005460     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
005470     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
005480     MOVE ZEROS              TO AUD-TAXA-APLICADA.
005490     COMPUTE AUD-JUROS-DIA = ZERO - WRK-IOF-COBRAR.
005500     MOVE "I" TO AUD-ORIGEM.
005510     MOVE ZEROS TO AUD-SALDO-BASE.
005520     WRITE AUD-LINHA FROM AUD-REGISTRO.
005530     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
005540     REWRITE CLI-REGISTRO.
005550     IF FS-CLIENTES-MASTER NOT = "00"
005560         DISPLAY "CLIIOF: ERRO AO REGRAVAR CLIENTE "
005570                 CLI-ID " STATUS " FS-CLIENTES-MASTER
005580     END-IF.
005590     ADD WRK-IOF-COBRAR TO WRK-TOTAL-IOF.
005600     ADD 1 TO WRK-CONT-COBRADOS.
005610 2050-DEBITAR-IOF-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------*
005650* 2100-LER-PROXIMO-IOF - LEITURA SEQUENCIAL DO CLIIOFAC    *
005660*----------------------------------------------------------*
005670 2100-LER-PROXIMO-IOF.
005680     READ IOF-ACUMULADO NEXT RECORD
005690         AT END
005700             SET FIM-ARQUIVO-IOF TO TRUE
005710         NOT AT END
005720             ADD 1 TO WRK-CONT-LIDOS
005730     END-READ.
005740 2100-LER-PROXIMO-IOF-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------*
005780* 3000-GRAVAR-AGENCIAS - UM TOTAL POR AGENCIA NO CLIIOFX E *
005790*                  NO RELIOF, E O TRAILER DE CONTROLE      *
005800*----------------------------------------------------------*
005810 3000-GRAVAR-AGENCIAS.
005820     PERFORM 3100-GRAVAR-UMA-AGENCIA
005830             THRU 3100-GRAVAR-UMA-AGENCIA-EXIT
005840             VARYING WRK-IDX-AG FROM 1 BY 1
005850             UNTIL WRK-IDX-AG > WRK-QTD-AG.
005860     MOVE WRK-QTD-DETALHES TO IOFX-TRL-QTD.
005870     MOVE WRK-QTD-AG       TO IOFX-TRL-QTD-AG.
005880     MOVE WRK-HASH-TOTAL   TO IOFX-TRL-HASH.
005890     WRITE IOFX-LINHA FROM IOFX-TRAILER.
005900 3000-GRAVAR-AGENCIAS-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------*
005940* 3100-GRAVAR-UMA-AGENCIA - TOTAL DE UMA AGENCIA           *
005950*----------------------------------------------------------*
005960 3100-GRAVAR-UMA-AGENCIA.
005970     MOVE TAB-AG-CODIGO (WRK-IDX-AG)    TO IOFX-AG-CODIGO.
005980     MOVE TAB-AG-QTD (WRK-IDX-AG)       TO IOFX-AG-QTD.
005990     MOVE TAB-AG-DIARIO (WRK-IDX-AG)    TO IOFX-AG-IOF-DIA.
006000     MOVE TAB-AG-ADICIONAL (WRK-IDX-AG) TO IOFX-AG-IOF-ADIC.
006010     MOVE TAB-AG-TOTAL (WRK-IDX-AG)     TO IOFX-AG-IOF-TOTAL.
006020     WRITE IOFX-LINHA FROM IOFX-AGENCIA.
006030     MOVE TAB-AG-CODIGO (WRK-IDX-AG)    TO REL-AG-CODIGO.
006040     MOVE TAB-AG-QTD (WRK-IDX-AG)       TO REL-AG-QTD.
006050     MOVE TAB-AG-DIARIO (WRK-IDX-AG)    TO REL-AG-DIARIO.
006060     MOVE TAB-AG-ADICIONAL (WRK-IDX-AG) TO REL-AG-ADICIONAL.
006070     MOVE TAB-AG-TOTAL (WRK-IDX-AG)     TO REL-AG-TOTAL.
006080     WRITE REL-LINHA FROM REL-LINHA-AGENCIA
006090             AFTER ADVANCING 1 LINE.
006100 3100-GRAVAR-UMA-AGENCIA-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 5000-ACHAR-AGENCIA - LOCALIZA (OU CRIA) A ENTRADA DA     *
006150*                    AGENCIA, NOS MOLDES DO CLIBACEN       *
006160*----------------------------------------------------------*
006170 5000-ACHAR-AGENCIA.
006180     MOVE ZEROS TO WRK-IDX-AG-ACHADO.
006190     PERFORM 5100-CONFERIR-ENTRADA
006200             THRU 5100-CONFERIR-ENTRADA-EXIT
006210             VARYING WRK-IDX-AG FROM 1 BY 1
006220             UNTIL WRK-IDX-AG > WRK-QTD-AG.
006230     MOVE WRK-IDX-AG-ACHADO TO WRK-IDX-AG.
006240     IF WRK-IDX-AG = ZEROS
006250         IF WRK-QTD-AG >= WRK-MAX-AG
006260             DISPLAY "CLIIOF: TABELA DE AGENCIAS CHEIA - "
006270                     "AGENCIA " WRK-AGENCIA-BUSCA " SEM TOTAL"
006280             MOVE ZEROS TO WRK-IDX-AG
006290             GO TO 5000-ACHAR-AGENCIA-EXIT
006300         END-IF
006310         ADD 1 TO WRK-QTD-AG
006320         MOVE WRK-QTD-AG TO WRK-IDX-AG
006330         MOVE WRK-AGENCIA-BUSCA TO TAB-AG-CODIGO (WRK-IDX-AG)
006340         MOVE ZEROS TO TAB-AG-QTD (WRK-IDX-AG)
006350         MOVE ZEROS TO TAB-AG-DIARIO (WRK-IDX-AG)
006360         MOVE ZEROS TO TAB-AG-ADICIONAL (WRK-IDX-AG)
006370         MOVE ZEROS TO TAB-AG-TOTAL (WRK-IDX-AG)
006380     END-IF.
006390 5000-ACHAR-AGENCIA-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------*
006430* 5100-CONFERIR-ENTRADA - CONFERE UMA ENTRADA DA TABELA    *
006440*----------------------------------------------------------*
006450 5100-CONFERIR-ENTRADA.
006460     IF WRK-IDX-AG-ACHADO = ZEROS
006470             AND TAB-AG-CODIGO (WRK-IDX-AG)
006480             = WRK-AGENCIA-BUSCA
006490         MOVE WRK-IDX-AG TO WRK-IDX-AG-ACHADO
006500     END-IF.
006510 5100-CONFERIR-ENTRADA-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------*
006550* 9000-FINALIZAR - TOTAIS, CONTROLE DO MES E FECHAMENTO    *
006560*----------------------------------------------------------*
006570 9000-FINALIZAR.
006580     MOVE "REGISTROS LIDOS NO CLIIOFAC   " TO REL-ROD-ROTULO.
006590     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
006600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
006610     MOVE "CLIENTES COM IOF DEBITADO     " TO REL-ROD-ROTULO.
006620     MOVE WRK-CONT-COBRADOS TO REL-ROD-VALOR.
006630     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006640     MOVE "ACUMULADOS DO MES CORRENTE    " TO REL-ROD-ROTULO.
006650     MOVE WRK-CONT-PENDENTES TO REL-ROD-VALOR.
006660     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006670     MOVE "CLIENTES NAO ENCONTRADOS      " TO REL-ROD-ROTULO.
006680     MOVE WRK-CONT-SEM-CLI TO REL-ROD-VALOR.
006690     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006700     MOVE "TOTAL DE IOF DEBITADO         " TO REL-ROD-ROTULO.
006710     MOVE WRK-TOTAL-IOF TO REL-ROD-VALOR.
006720     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
006730     CLOSE CLIENTES-MASTER IOF-ACUMULADO EXTRATO-IOF
006740           AUDITORIA RELATORIO.
006750     IF ARQUIVO-AUDK-OK
006760         CLOSE AUDITORIA-CHAVEADA
006770     END-IF.
006780     OPEN OUTPUT CONTROLE-IOF.
006790     MOVE WRK-AAAAMM-REF TO IOFCT-ULTIMO-AAAAMM.
006800     WRITE IOFCT-REGISTRO.
006810     CLOSE CONTROLE-IOF.
006820     PERFORM 1170-DESMARCAR-PROCESSAMENTO
006830             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
006840     IF WRK-CONT-SEM-CLI > ZEROS
006850         MOVE 4 TO RETURN-CODE
006860     END-IF.
006870 9000-FINALIZAR-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------*
006910* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
006920*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
006930*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
006940*----------------------------------------------------------*
006950 7700-ESPELHAR-AUDK.
006960     IF NOT ARQUIVO-AUDK-OK
006970         GO TO 7700-ESPELHAR-AUDK-EXIT
006980     END-IF.
006990     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
007000     MOVE AUD-DATA       TO AUDK-DATA.
007010     MOVE AUD-REGISTRO   TO AUDK-LINHA.
007020     MOVE "N" TO WRK-AUDK-OK.
007030     MOVE 1 TO WRK-AUDK-SEQ.
007040     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
007050             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
007060     IF NOT AUDK-GRAVADO
007070         DISPLAY "CLIIOF: ESPELHO CLIAUDK NAO GRAVADO "
007080                 "PARA O CLIENTE " AUDK-CLIENTE
007090     END-IF.
007100 7700-ESPELHAR-AUDK-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------*
007140* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
007150*                 DUPLICADA AVANCA A SEQUENCIA             *
007160*----------------------------------------------------------*
007170 7750-TENTAR-AUDK.
007180     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
007190     WRITE AUDK-REGISTRO
007200         INVALID KEY
007210             ADD 1 TO WRK-AUDK-SEQ
007220         NOT INVALID KEY
007230             SET AUDK-GRAVADO TO TRUE
007240     END-WRITE.
007250 7750-TENTAR-AUDK-EXIT.
007260     EXIT.
007270 9999-EXIT.
007280     STOP RUN.
