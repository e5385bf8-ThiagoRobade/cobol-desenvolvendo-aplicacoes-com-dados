000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIRECAD.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - RECADASTRAMENTO     *
000120*                    PERIODICO (KYC): A PASSADA MENSAL     *
000130*                    PERCORRE AS CONTAS ATIVAS E DORMENTES *
000140*                    NAO ENCERRADAS, INICIALIZA O GRAU DE  *
000150*                    RISCO (PELO TIPO DA CONTA) E AS DATAS *
000160*                    DE REVISAO QUE AINDA ESTIVEREM        *
000170*                    ZERADAS (ULTIMA REVISAO = ABERTURA,   *
000180*                    PROXIMA PELO CICLO DO RISCO NO        *
000190*                    CLIPARM) E LISTA NO RELRCD, POR       *
000200*                    AGENCIA, AS CONTAS A VENCER DENTRO DO *
000210*                    AVISO DO PARM (PADRAO 02 MESES), AS   *
000220*                    VENCIDAS AINDA NA CARENCIA E AS JA    *
000230*                    BLOQUEADAS PARA SAQUE NO CLIMOVTO     *
000240*                    (MOTIVO 55). CADA CONTA LISTADA       *
000250*                    RECEBE CARTA DE LEMBRETE NO CARTAS;   *
000260*                    ENDERECO DIVERGENTE NO CEP VAI PARA O *
000270*                    CARTADIV COMO NO CLICARTA. O CONTROLE *
000280*                    CLIRCDCT (AAAAMM) IMPEDE SEGUNDA      *
000290*                    PASSADA NO MES E A TRAVA DO CLICTRL   *
000300*                    FICA DE PE DURANTE A ATUALIZACAO DO   *
000310*                    MESTRE.                               *
000320* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000330*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000340*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000350* 2026-10-15 EBC     CADA CARTA CARTRCD IMPRESSA E ANOTADA *
000360*                    NO CLICORR (COPY CLICORRG, DD         *
000370*                    OPCIONAL) PARA O ENVELOPAMENTO E O    *
000380*                    MANIFESTO DO CLIENVEL, COMO NOS       *
000390*                    DEMAIS PRODUTORES DE CARTA.           *
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
000530*----------------------------------------------------------*
000540* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000550*----------------------------------------------------------*
000560     SELECT CONTROLE ASSIGN TO "CLICTRL"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS FS-CONTROLE.
000590*----------------------------------------------------------*
000600* PARAMETROS: CICLOS DE RECADASTRO POR RISCO E CARENCIA    *
000610*----------------------------------------------------------*
000620     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FS-PARAMETROS.
000650*----------------------------------------------------------*
000660* CONTROLE DA ULTIMA PASSADA DE RECADASTRO (AAAAMM)        *
000670*----------------------------------------------------------*
000680     SELECT CONTROLE-RECADASTRO ASSIGN TO "CLIRCDCT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS FS-CONTROLE-RCD.
000710*----------------------------------------------------------*
000720* ARQUIVO DE TRABALHO DA CLASSIFICACAO POR AGENCIA         *
000730*----------------------------------------------------------*
000740     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000750*----------------------------------------------------------*
000760* CARTAS DE LEMBRETE E DESVIO DE ENDERECO DIVERGENTE       *
000770*----------------------------------------------------------*
000780     SELECT CARTAS ASSIGN TO "CARTAS"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-CARTAS.
000810     SELECT CARTAS-DESVIADAS ASSIGN TO "CARTADIV"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-CARTAS-DESVIADAS.
000840*----------------------------------------------------------*
000850* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
000860* CLIENVEL                                                 *
000870*----------------------------------------------------------*
000880     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-CORRESPONDENCIA.
000910*----------------------------------------------------------*
000920* LISTAO DE RECADASTROS A VENCER E VENCIDOS, POR AGENCIA   *
000930*----------------------------------------------------------*
000940     SELECT RELATORIO ASSIGN TO "RELRCD"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FS-RELATORIO.
000970
000980 DATA                    DIVISION.
000990 FILE                    SECTION.
001000 FD  CLIENTES-MASTER
001010     LABEL RECORD IS STANDARD.
001020     COPY CLIREG.
001030
001040 FD  PARAMETROS
001050     LABEL RECORD IS STANDARD.
001060 01  PARM-REGISTRO.
001070     05  FILLER              PICTURE X(107).
001080     05  PARM-CICLO-ALTO     PICTURE 9(02).
001090     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001100     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001110     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001120     05  PARM-TETO-FGC       PICTURE 9(10).
001130
001140 FD  CONTROLE-RECADASTRO
001150     LABEL RECORD IS STANDARD.
001160 01  RCDCT-REGISTRO.
001170     05  RCDCT-ULTIMO-AAAAMM  PICTURE 9(06).
001180
001190 SD  CLASSIFICACAO.
001200 01  SRT-REGISTRO.
001210     05  SRT-AGENCIA          PICTURE 9(04).
001220     05  SRT-CLIENTE          PICTURE 9(06).
001230     05  SRT-NOME             PICTURE X(20).
001240     05  SRT-RISCO            PICTURE X(01).
001250     05  SRT-ULT-REVISAO      PICTURE 9(08).
001260     05  SRT-PROX-REVISAO     PICTURE 9(08).
001270     05  SRT-SITUACAO         PICTURE X(01).
001280         88  SRT-A-VENCER                   VALUE "A".
001290         88  SRT-VENCIDO                    VALUE "V".
001300         88  SRT-BLOQUEADO                  VALUE "B".
001310     05  SRT-CARTA            PICTURE X(01).
001320
001330 FD  CARTAS
001340     LABEL RECORD IS STANDARD.
001350 01  CARTA-LINHA              PICTURE X(132).
001360
001370 FD  CARTAS-DESVIADAS
001380     LABEL RECORD IS STANDARD.
001390 01  DESV-REGISTRO.
001400     05  DESV-AGENCIA        PICTURE 9(04).
001410     05  FILLER              PICTURE X(01) VALUE SPACES.
001420     05  DESV-CLIENTE        PICTURE 9(06).
001430     05  FILLER              PICTURE X(01) VALUE SPACES.
001440     05  DESV-NOME           PICTURE X(20).
001450     05  FILLER              PICTURE X(01) VALUE SPACES.
001460     05  DESV-MOTIVO         PICTURE X(30).
001470     05  FILLER              PICTURE X(17) VALUE SPACES.
001480
001490 FD  CORRESPONDENCIA
001500     LABEL RECORD IS STANDARD.
001510     COPY CLICORRG.
001520
001530 FD  RELATORIO
001540     LABEL RECORD IS STANDARD.
001550 01  REL-LINHA               PICTURE X(132).
001560
001570 FD  CONTROLE
001580     LABEL RECORD IS STANDARD.
001590 01  CTRL-REGISTRO.
001600     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001610     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001620     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001630
001640 WORKING-STORAGE         SECTION.
001650 01  WRK-FLAGS.
001660     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001670         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001680     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001690         88  FIM-CLASSIFICACAO              VALUE "S".
001700     05  WRK-ALTERADO    PICTURE X(01)      VALUE "N".
001710         88  CADASTRO-ALTERADO              VALUE "S".
001720 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001730 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001740 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
001750 01  FS-CONTROLE-RCD     PICTURE X(02)      VALUE "00".
001760 01  FS-CARTAS           PICTURE X(02)      VALUE "00".
001770 01  FS-CARTAS-DESVIADAS PICTURE X(02)      VALUE "00".
001780 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
001790 01  WRK-FLAGS-CORR.
001800     05  WRK-TEM-CORR    PICTURE X(01)      VALUE "N".
001810         88  ARQUIVO-CORR-OK                VALUE "S".
001820 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001830 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001840 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001850 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001860 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
001870 77  WRK-MESES-AVISO     PICTURE 9(02)      VALUE 2.
001880 77  WRK-CICLO-ALTO      PICTURE 9(02)      VALUE 12.
001890 77  WRK-CICLO-MEDIO     PICTURE 9(02)      VALUE 36.
001900 77  WRK-CICLO-BAIXO     PICTURE 9(02)      VALUE 60.
001910 77  WRK-CARENCIA-KYC    PICTURE 9(02)      VALUE 3.
001920 77  WRK-MESES-CICLO     PICTURE 9(02)      VALUE ZEROS.
001930 77  WRK-DATA-AVISO      PICTURE 9(08)      VALUE ZEROS.
001940 77  WRK-DATA-BLOQUEIO   PICTURE 9(08)      VALUE ZEROS.
001950 77  WRK-DATA-BASE       PICTURE 9(08)      VALUE ZEROS.
001960 77  WRK-DATA-CALCULADA  PICTURE 9(08)      VALUE ZEROS.
001970 77  WRK-ANO-CALC        PICTURE 9(04)      COMP VALUE ZEROS.
001980 77  WRK-MES-CALC        PICTURE 9(04)      COMP VALUE ZEROS.
001990 77  WRK-DIA-CALC        PICTURE 9(02)      COMP VALUE ZEROS.
002000 77  WRK-MESES-TOTAL     PICTURE 9(06)      COMP VALUE ZEROS.
002010 77  WRK-RESTO-4         PICTURE 9(04)      COMP VALUE ZEROS.
002020 77  WRK-RESTO-100       PICTURE 9(04)      COMP VALUE ZEROS.
002030 77  WRK-RESTO-400       PICTURE 9(04)      COMP VALUE ZEROS.
002040 77  WRK-QUOCIENTE       PICTURE 9(06)      COMP VALUE ZEROS.
002050 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
002060 77  WRK-CONT-INICIADOS  PICTURE 9(06)      COMP VALUE ZEROS.
002070 77  WRK-CONT-A-VENCER   PICTURE 9(06)      COMP VALUE ZEROS.
002080 77  WRK-CONT-VENCIDOS   PICTURE 9(06)      COMP VALUE ZEROS.
002090 77  WRK-CONT-BLOQUEADOS PICTURE 9(06)      COMP VALUE ZEROS.
002100 77  WRK-CONT-CARTAS     PICTURE 9(06)      COMP VALUE ZEROS.
002110 77  WRK-CONT-DESVIADAS  PICTURE 9(06)      COMP VALUE ZEROS.
002120 77  WRK-CONT-AGENCIA    PICTURE 9(06)      COMP VALUE ZEROS.
002130 77  WRK-AGENCIA-ATUAL   PICTURE 9(04)      VALUE 9999.
002140
002150*----------------------------------------------------------*
002160* LINHAS DA CARTA DE LEMBRETE                              *
002170*----------------------------------------------------------*
002180 01  CARTA-SEPARADOR.
002190     05  FILLER              PICTURE X(40)
002200             VALUE ALL "=".
002210     05  FILLER              PICTURE X(92) VALUE SPACES.
002220 01  CARTA-DESTINATARIO.
002230     05  FILLER              PICTURE X(06) VALUE "PARA: ".
002240     05  CARTA-NOME          PICTURE X(20).
002250     05  FILLER              PICTURE X(02) VALUE SPACES.
002260     05  CARTA-ENDERECO      PICTURE X(30).
002270     05  FILLER              PICTURE X(74) VALUE SPACES.
002280 01  CARTA-CIDADE-LINHA.
002290     05  FILLER              PICTURE X(06) VALUE SPACES.
002300     05  CARTA-CIDADE        PICTURE X(20).
002310     05  FILLER              PICTURE X(01) VALUE "-".
002320     05  CARTA-UF            PICTURE X(02).
002330     05  FILLER              PICTURE X(05) VALUE " CEP ".
002340     05  CARTA-CEP           PICTURE 9(08).
002350     05  FILLER              PICTURE X(90) VALUE SPACES.
002360 01  CARTA-TEXTO-1.
002370     05  FILLER              PICTURE X(44)
002380             VALUE "COMUNICAMOS QUE OS DADOS CADASTRAIS DA SUA ".
002390     05  FILLER              PICTURE X(44)
002400             VALUE "CONTA PRECISAM SER ATUALIZADOS (RECADASTRA-".
002410     05  FILLER              PICTURE X(16)
002420             VALUE "MENTO PERIODICO)".
002430     05  FILLER              PICTURE X(28) VALUE SPACES.
002440 01  CARTA-CONTA-LINHA.
002450     05  FILLER              PICTURE X(30)
002460             VALUE "CONTA:                        ".
002470     05  CARTA-CONTA         PICTURE 9(06).
002480     05  FILLER              PICTURE X(96) VALUE SPACES.
002490 01  CARTA-VENCIMENTO-LINHA.
002500     05  FILLER              PICTURE X(30)
002510             VALUE "PRAZO DO RECADASTRAMENTO:     ".
002520     05  CARTA-VENCIMENTO    PICTURE 9999/99/99.
002530     05  FILLER              PICTURE X(92) VALUE SPACES.
002540 01  CARTA-BLOQUEIO-LINHA.
002550     05  FILLER              PICTURE X(30)
002560             VALUE "SAQUES SUSPENSOS APOS:        ".
002570     05  CARTA-BLOQUEIO      PICTURE 9999/99/99.
002580     05  FILLER              PICTURE X(92) VALUE SPACES.
002590 01  CARTA-TEXTO-BLOQ.
002600     05  FILLER              PICTURE X(44)
002610             VALUE "SAQUES E TRANSFERENCIAS DA CONTA ESTAO SUS- ".
002620     05  FILLER              PICTURE X(44)
002630             VALUE "PENSOS ATE A ATUALIZACAO DO CADASTRO.       ".
002640     05  FILLER              PICTURE X(44) VALUE SPACES.
002650 01  CARTA-TEXTO-2.
002660     05  FILLER              PICTURE X(44)
002670             VALUE "COMPARECA A SUA AGENCIA COM DOCUMENTO DE ".
002680     05  FILLER              PICTURE X(44)
002690             VALUE "IDENTIFICACAO E COMPROVANTE DE ENDERECO.".
002700     05  FILLER              PICTURE X(44) VALUE SPACES.
002710
002720*----------------------------------------------------------*
002730* LINHAS DO LISTAO DE RECADASTRAMENTO                      *
002740*----------------------------------------------------------*
002750 01  REL-CABECALHO.
002760     05  FILLER              PICTURE X(44)
002770             VALUE "RECADASTRAMENTO PERIODICO (CLIRECAD) - MES ".
002780     05  REL-CAB-AAAAMM      PICTURE 9(06).
002790     05  FILLER              PICTURE X(82) VALUE SPACES.
002800 01  REL-LINHA-AGENCIA.
002810     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
002820     05  REL-AG-CODIGO       PICTURE 9(04).
002830     05  FILLER              PICTURE X(120) VALUE SPACES.
002840 01  REL-DETALHE.
002850     05  FILLER              PICTURE X(02) VALUE SPACES.
002860     05  REL-DET-ID          PICTURE 9(06).
002870     05  FILLER              PICTURE X(02) VALUE SPACES.
002880     05  REL-DET-NOME        PICTURE X(20).
002890     05  FILLER              PICTURE X(08) VALUE "  RISCO ".
002900     05  REL-DET-RISCO       PICTURE X(01).
002910     05  FILLER              PICTURE X(12)
002920             VALUE "  ULT.REV.  ".
002930     05  REL-DET-ULT-REV     PICTURE 9999/99/99.
002940     05  FILLER              PICTURE X(12)
002950             VALUE "  VENCIMENTO".
002960     05  FILLER              PICTURE X(01) VALUE SPACES.
002970     05  REL-DET-PROX-REV    PICTURE 9999/99/99.
002980     05  FILLER              PICTURE X(02) VALUE SPACES.
002990     05  REL-DET-SITUACAO    PICTURE X(10).
003000     05  FILLER              PICTURE X(02) VALUE SPACES.
003010     05  REL-DET-CARTA       PICTURE X(15).
003020     05  FILLER              PICTURE X(19) VALUE SPACES.
003030 01  REL-TOTAL-AGENCIA.
003040     05  FILLER              PICTURE X(02) VALUE SPACES.
003050     05  FILLER              PICTURE X(20)
003060             VALUE "CONTAS DA AGENCIA   ".
003070     05  REL-TAG-QTD         PICTURE Z.ZZZ.ZZ9.
003080     05  FILLER              PICTURE X(101) VALUE SPACES.
003090 01  REL-RODAPE.
003100     05  REL-ROD-ROTULO      PICTURE X(30).
003110     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
003120     05  FILLER              PICTURE X(93) VALUE SPACES.
003130
003140 LINKAGE                 SECTION.
003150 01  LK-PARM-MESES           PICTURE X(02).
003160
003170 PROCEDURE               DIVISION USING LK-PARM-MESES.
003180*----------------------------------------------------------*
003190* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003200*----------------------------------------------------------*
003210 0000-MAINLINE.
003220     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003230     SORT CLASSIFICACAO
003240             ON ASCENDING KEY SRT-AGENCIA SRT-PROX-REVISAO
003250                     SRT-CLIENTE
003260             INPUT PROCEDURE IS 2000-AVALIAR-CADASTROS
003270                     THRU 2000-AVALIAR-CADASTROS-EXIT
003280             OUTPUT PROCEDURE IS 3000-IMPRIMIR-LISTAO
003290                     THRU 3000-IMPRIMIR-LISTAO-EXIT.
003300     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003310     GO TO 9999-EXIT.
003320
003330*----------------------------------------------------------*
003340* 1000-INICIALIZAR - GUARDA DE MES, PARM, CLIPARM, DATAS   *
003350*                    DE CORTE E ABERTURAS                  *
003360*----------------------------------------------------------*
003370 1000-INICIALIZAR.
003380     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003390     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-EXECUCAO / 100.
003400     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
003410     IF LK-PARM-MESES IS NUMERIC
003420         MOVE LK-PARM-MESES TO WRK-MESES-AVISO
003430     END-IF.
003440     PERFORM 1100-LER-PARAMETROS THRU 1100-LER-PARAMETROS-EXIT.
003450*    CONTA COM VENCIMENTO ATE A DATA DE AVISO ENTRA NO
003460*    LISTAO COMO A VENCER.
003470     MOVE WRK-DATA-EXECUCAO TO WRK-DATA-BASE.
003480     MOVE WRK-MESES-AVISO   TO WRK-MESES-CICLO.
003490     PERFORM 8100-SOMAR-MESES THRU 8100-SOMAR-MESES-EXIT.
003500     MOVE WRK-DATA-CALCULADA TO WRK-DATA-AVISO.
003510     OPEN I-O CLIENTES-MASTER.
003520     IF FS-CLIENTES-MASTER NOT = "00"
003530         DISPLAY "CLIRECAD: ERRO AO ABRIR CLIMSTR - STATUS "
003540                 FS-CLIENTES-MASTER
003550         MOVE 16 TO RETURN-CODE
003560         GO TO 9999-EXIT
003570     END-IF.
003580*    O LOTE ATUALIZA O MESTRE: LIGA A TRAVA DO CLICTRL
003590*    PARA O CLIMAINT NAO ATUALIZAR POR BAIXO DA PASSADA.
003600     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003610             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003620     OPEN OUTPUT CARTAS.
003630     OPEN OUTPUT CARTAS-DESVIADAS.
003640     OPEN EXTEND CORRESPONDENCIA.
003650     IF FS-CORRESPONDENCIA = "00"
003660         SET ARQUIVO-CORR-OK TO TRUE
003670     ELSE
003680         DISPLAY "CLIRECAD: CLICORR INDISPONIVEL - STATUS "
003690                 FS-CORRESPONDENCIA " - CARTAS FORA DO ENVELOPE"
003700     END-IF.
003710     OPEN OUTPUT RELATORIO.
003720     MOVE WRK-AAAAMM-EXEC TO REL-CAB-AAAAMM.
003730     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003740 1000-INICIALIZAR-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------*
003780* 1100-LER-PARAMETROS - CICLOS POR RISCO E CARENCIA DO     *
003790*                    CLIPARM; SEM ARQUIVO OU CAMPO ZERADO  *
003800*                    FICAM OS PADROES 12/36/60 E 3 MESES   *
003810*----------------------------------------------------------*
003820 1100-LER-PARAMETROS.
003830     OPEN INPUT PARAMETROS.
003840     IF FS-PARAMETROS NOT = "00"
003850         GO TO 1100-LER-PARAMETROS-EXIT
003860     END-IF.
003870     READ PARAMETROS
003880         AT END
003890             CONTINUE
003900         NOT AT END
003910             IF PARM-CICLO-ALTO IS NUMERIC
003920                     AND PARM-CICLO-ALTO NOT = ZEROS
003930                 MOVE PARM-CICLO-ALTO TO WRK-CICLO-ALTO
003940             END-IF
003950             IF PARM-CICLO-MEDIO IS NUMERIC
003960                     AND PARM-CICLO-MEDIO NOT = ZEROS
003970                 MOVE PARM-CICLO-MEDIO TO WRK-CICLO-MEDIO
003980             END-IF
003990             IF PARM-CICLO-BAIXO IS NUMERIC
004000                     AND PARM-CICLO-BAIXO NOT = ZEROS
004010                 MOVE PARM-CICLO-BAIXO TO WRK-CICLO-BAIXO
004020             END-IF
004030             IF PARM-CARENCIA-KYC IS NUMERIC
004040                 MOVE PARM-CARENCIA-KYC TO WRK-CARENCIA-KYC
004050             END-IF
004060     END-READ.
004070     CLOSE PARAMETROS.
004080 1100-LER-PARAMETROS-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120* 1150-VERIFICAR-MES - MES JA PASSADO SEGUNDO O CLIRCDCT   *
004130*                    TERMINA LIMPO SEM LISTAR NADA         *
004140*----------------------------------------------------------*
004150 1150-VERIFICAR-MES.
004160     OPEN INPUT CONTROLE-RECADASTRO.
004170     IF FS-CONTROLE-RCD = "00"
004180         READ CONTROLE-RECADASTRO
004190             AT END
004200                 CONTINUE
004210             NOT AT END
004220                 IF RCDCT-ULTIMO-AAAAMM = WRK-AAAAMM-EXEC
004230                     DISPLAY "CLIRECAD: PASSADA DO MES "
004240                             WRK-AAAAMM-EXEC
004250                             " JA EXECUTADA - NADA A FAZER"
004260                     CLOSE CONTROLE-RECADASTRO
004270                     GO TO 9999-EXIT
004280                 END-IF
004290         END-READ
004300         CLOSE CONTROLE-RECADASTRO
004310     END-IF.
004320 1150-VERIFICAR-MES-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------*
004360* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
004370*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
004380*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
004390*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
004400*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
004410*----------------------------------------------------------*
004420 1160-MARCAR-EM-PROCESSAMENTO.
004430     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
004440     OPEN INPUT CONTROLE.
004450     IF FS-CONTROLE = "00"
004460         READ CONTROLE
004470             AT END
004480                 CONTINUE
004490             NOT AT END
004500                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
004510                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
004520         END-READ
004530         CLOSE CONTROLE
004540     END-IF.
004550     OPEN OUTPUT CONTROLE.
004560     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004570     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
004580     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004590     WRITE CTRL-REGISTRO.
004600     CLOSE CONTROLE.
004610 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
004660*                  CLICTRL AO FIM DA PASSADA               *
004670*----------------------------------------------------------*
004680 1170-DESMARCAR-PROCESSAMENTO.
004690     OPEN OUTPUT CONTROLE.
004700     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004710     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004720     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004730     WRITE CTRL-REGISTRO.
004740     CLOSE CONTROLE.
004750 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790* 2000-AVALIAR-CADASTROS - VARRE O MESTRE, COMPLETA O      *
004800*                    CADASTRO KYC E LIBERA AS CONTAS A     *
004810*                    VENCER E VENCIDAS PARA O LISTAO       *
004820*----------------------------------------------------------*
004830 2000-AVALIAR-CADASTROS.
004840     PERFORM 2100-LER-PROXIMO-CLIENTE
004850             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
004860     PERFORM 2050-AVALIAR-CLIENTE
004870             THRU 2050-AVALIAR-CLIENTE-EXIT
004880             UNTIL FIM-ARQUIVO-CLIENTES.
004890 2000-AVALIAR-CADASTROS-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930* 2050-AVALIAR-CLIENTE - SO CONTA ATIVA OU DORMENTE NAO    *
004940*                    ENCERRADA; INATIVA, BAIXADA E         *
004950*                    CONGELADA POR OBITO FICAM DE FORA     *
004960*----------------------------------------------------------*
004970 2050-AVALIAR-CLIENTE.
004980     IF (NOT CLI-ATIVO AND NOT CLI-DORMENTE)
004990             OR CLI-DATA-ENCERRAMENTO NOT = ZEROS
005000         GO TO 2050-AVALIAR-CLIENTE-LER
005010     END-IF.
005020     PERFORM 2060-COMPLETAR-CADASTRO
005030             THRU 2060-COMPLETAR-CADASTRO-EXIT.
005040     IF CLI-DATA-PROX-REVISAO = ZEROS
005050         GO TO 2050-AVALIAR-CLIENTE-LER
005060     END-IF.
005070     PERFORM 2070-CLASSIFICAR-CONTA
005080             THRU 2070-CLASSIFICAR-CONTA-EXIT.
005090 2050-AVALIAR-CLIENTE-LER.
005100     PERFORM 2100-LER-PROXIMO-CLIENTE
005110             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
005120 2050-AVALIAR-CLIENTE-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160* 2060-COMPLETAR-CADASTRO - CONTA ANTERIOR AO KYC: RISCO   *
005170*                    PELO TIPO (POUPANCA BAIXO, DEMAIS     *
005180*                    MEDIO), ULTIMA REVISAO NA ABERTURA E  *
005190*                    VENCIMENTO PELO CICLO DO RISCO        *
005200*----------------------------------------------------------*
005210 2060-COMPLETAR-CADASTRO.
005220     MOVE "N" TO WRK-ALTERADO.
005230     IF NOT RISCO-ALTO AND NOT RISCO-MEDIO AND NOT RISCO-BAIXO
005240         IF CONTA-POUPANCA
005250             SET RISCO-BAIXO TO TRUE
005260         ELSE
005270             SET RISCO-MEDIO TO TRUE
005280         END-IF
005290         SET CADASTRO-ALTERADO TO TRUE
005300     END-IF.
005310     IF CLI-DATA-ULT-REVISAO NOT NUMERIC
005320             OR CLI-DATA-ULT-REVISAO = ZEROS
005330         IF CLI-DATA-ABERTURA = ZEROS
005340             GO TO 2060-COMPLETAR-CADASTRO-GRAVAR
005350         END-IF
005360         MOVE CLI-DATA-ABERTURA TO CLI-DATA-ULT-REVISAO
005370         MOVE ZEROS TO CLI-DATA-PROX-REVISAO
005380         SET CADASTRO-ALTERADO TO TRUE
005390     END-IF.
005400     IF CLI-DATA-PROX-REVISAO NOT NUMERIC
005410             OR CLI-DATA-PROX-REVISAO = ZEROS
005420         EVALUATE TRUE
005430             WHEN RISCO-ALTO
005440                 MOVE WRK-CICLO-ALTO  TO WRK-MESES-CICLO
005450             WHEN RISCO-MEDIO
005460                 MOVE WRK-CICLO-MEDIO TO WRK-MESES-CICLO
005470             WHEN OTHER
005480                 MOVE WRK-CICLO-BAIXO TO WRK-MESES-CICLO
005490         END-EVALUATE
005500         MOVE CLI-DATA-ULT-REVISAO TO WRK-DATA-BASE
005510         PERFORM 8100-SOMAR-MESES THRU 8100-SOMAR-MESES-EXIT
005520         MOVE WRK-DATA-CALCULADA TO CLI-DATA-PROX-REVISAO
005530         SET CADASTRO-ALTERADO TO TRUE
005540     END-IF.
005550 2060-COMPLETAR-CADASTRO-GRAVAR.
005560     IF NOT CADASTRO-ALTERADO
005570         GO TO 2060-COMPLETAR-CADASTRO-EXIT
005580     END-IF.
005590     REWRITE CLI-REGISTRO.
005600     IF FS-CLIENTES-MASTER NOT = "00"
005610         DISPLAY "CLIRECAD: ERRO AO REGRAVAR CLIENTE "
005620                 CLI-ID " STATUS " FS-CLIENTES-MASTER
005630         MOVE 4 TO RETURN-CODE
005640         GO TO 2060-COMPLETAR-CADASTRO-EXIT
005650     END-IF.
005660     ADD 1 TO WRK-CONT-INICIADOS.
005670 2060-COMPLETAR-CADASTRO-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------*
005710* 2070-CLASSIFICAR-CONTA - BLOQUEADA QUANDO JA PASSOU O    *
005720*                    VENCIMENTO MAIS A CARENCIA (MESMO     *
005730*                    CORTE DO CLIMOVTO), VENCIDA QUANDO    *
005740*                    PASSOU SO O VENCIMENTO, A VENCER      *
005750*                    QUANDO VENCE ATE A DATA DE AVISO      *
005760*----------------------------------------------------------*
005770 2070-CLASSIFICAR-CONTA.
005780     IF CLI-DATA-PROX-REVISAO > WRK-DATA-AVISO
005790         GO TO 2070-CLASSIFICAR-CONTA-EXIT
005800     END-IF.
005810     MOVE CLI-DATA-PROX-REVISAO TO WRK-DATA-BASE.
005820     MOVE WRK-CARENCIA-KYC      TO WRK-MESES-CICLO.
005830     PERFORM 8100-SOMAR-MESES THRU 8100-SOMAR-MESES-EXIT.
005840     MOVE WRK-DATA-CALCULADA TO WRK-DATA-BLOQUEIO.
005850     EVALUATE TRUE
005860         WHEN WRK-DATA-EXECUCAO > WRK-DATA-BLOQUEIO
005870             SET SRT-BLOQUEADO TO TRUE
005880             ADD 1 TO WRK-CONT-BLOQUEADOS
005890         WHEN WRK-DATA-EXECUCAO > CLI-DATA-PROX-REVISAO
005900             SET SRT-VENCIDO TO TRUE
005910             ADD 1 TO WRK-CONT-VENCIDOS
005920         WHEN OTHER
005930             SET SRT-A-VENCER TO TRUE
005940             ADD 1 TO WRK-CONT-A-VENCER
005950     END-EVALUATE.
005960     PERFORM 2400-EMITIR-CARTA THRU 2400-EMITIR-CARTA-EXIT.
005970     MOVE CLI-AGENCIA           TO SRT-AGENCIA.
005980     MOVE CLI-ID                TO SRT-CLIENTE.
005990     MOVE CLI-NOME              TO SRT-NOME.
006000     MOVE CLI-RISCO-KYC         TO SRT-RISCO.
006010     MOVE CLI-DATA-ULT-REVISAO  TO SRT-ULT-REVISAO.
006020     MOVE CLI-DATA-PROX-REVISAO TO SRT-PROX-REVISAO.
006030     RELEASE SRT-REGISTRO.
006040 2070-CLASSIFICAR-CONTA-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------*
006080* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
006090*----------------------------------------------------------*
006100 2100-LER-PROXIMO-CLIENTE.
006110     READ CLIENTES-MASTER NEXT RECORD
006120         AT END
006130             SET FIM-ARQUIVO-CLIENTES TO TRUE
006140         NOT AT END
006150             ADD 1 TO WRK-CONT-LIDOS
006160     END-READ.
006170 2100-LER-PROXIMO-CLIENTE-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------*
006210* 2400-EMITIR-CARTA - CARTA DE LEMBRETE DA CONTA LISTADA;  *
006220*                  ENDERECO REPROVADO NO SCRUB DE CEP VAI  *
006230*                  PARA A LISTA DE TRATAMENTO DA AGENCIA   *
006240*----------------------------------------------------------*
006250 2400-EMITIR-CARTA.
006260     IF ENDERECO-DIVERGENTE
006270         MOVE CLI-AGENCIA TO DESV-AGENCIA
006280         MOVE CLI-ID      TO DESV-CLIENTE
006290         MOVE CLI-NOME    TO DESV-NOME
006300         MOVE "ENDERECO DIVERGENTE NO CEP" TO DESV-MOTIVO
006310         WRITE DESV-REGISTRO
006320         ADD 1 TO WRK-CONT-DESVIADAS
006330         MOVE "D" TO SRT-CARTA
006340         GO TO 2400-EMITIR-CARTA-EXIT
006350     END-IF.
006360     MOVE CLI-NOME     TO CARTA-NOME.
006370     MOVE CLI-ENDERECO TO CARTA-ENDERECO.
006380     MOVE CLI-CIDADE   TO CARTA-CIDADE.
006390     MOVE CLI-UF       TO CARTA-UF.
006400     MOVE CLI-CEP      TO CARTA-CEP.
006410     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
006420             AFTER ADVANCING PAGE.
006430     WRITE CARTA-LINHA FROM CARTA-DESTINATARIO
006440             AFTER ADVANCING 1 LINE.
006450     WRITE CARTA-LINHA FROM CARTA-CIDADE-LINHA
006460             AFTER ADVANCING 1 LINE.
006470     WRITE CARTA-LINHA FROM CARTA-TEXTO-1
006480             AFTER ADVANCING 2 LINES.
006490     MOVE CLI-ID TO CARTA-CONTA.
006500     WRITE CARTA-LINHA FROM CARTA-CONTA-LINHA
006510             AFTER ADVANCING 1 LINE.
006520     MOVE CLI-DATA-PROX-REVISAO TO CARTA-VENCIMENTO.
006530     WRITE CARTA-LINHA FROM CARTA-VENCIMENTO-LINHA
006540             AFTER ADVANCING 1 LINE.
006550     IF SRT-BLOQUEADO
006560         WRITE CARTA-LINHA FROM CARTA-TEXTO-BLOQ
006570                 AFTER ADVANCING 1 LINE
006580     ELSE
006590         MOVE WRK-DATA-BLOQUEIO TO CARTA-BLOQUEIO
006600         WRITE CARTA-LINHA FROM CARTA-BLOQUEIO-LINHA
006610                 AFTER ADVANCING 1 LINE
006620     END-IF.
006630     WRITE CARTA-LINHA FROM CARTA-TEXTO-2
006640             AFTER ADVANCING 2 LINES.
006650     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
006660             AFTER ADVANCING 1 LINE.
006670     ADD 1 TO WRK-CONT-CARTAS.
006680     PERFORM 7600-REGISTRAR-CORREIO
006690             THRU 7600-REGISTRAR-CORREIO-EXIT.
006700     MOVE "C" TO SRT-CARTA.
006710 2400-EMITIR-CARTA-EXIT.
006720     EXIT.
006730
006740*----------------------------------------------------------*
006750* 3000-IMPRIMIR-LISTAO - RECEBE AS CONTAS CLASSIFICADAS E  *
006760*                    IMPRIME COM QUEBRA POR AGENCIA        *
006770*----------------------------------------------------------*
006780 3000-IMPRIMIR-LISTAO.
006790     PERFORM 3100-TRATAR-LINHA THRU 3100-TRATAR-LINHA-EXIT
006800             UNTIL FIM-CLASSIFICACAO.
006810     IF WRK-AGENCIA-ATUAL NOT = 9999
006820         PERFORM 3200-FECHAR-AGENCIA
006830                 THRU 3200-FECHAR-AGENCIA-EXIT
006840     END-IF.
006850 3000-IMPRIMIR-LISTAO-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------*
006890* 3100-TRATAR-LINHA - IMPRIME UMA CONTA, COM TOTAL E       *
006900*                    CABECALHO DE AGENCIA NA QUEBRA        *
006910*----------------------------------------------------------*
006920 3100-TRATAR-LINHA.
006930     RETURN CLASSIFICACAO
006940         AT END
006950             SET FIM-CLASSIFICACAO TO TRUE
006960             GO TO 3100-TRATAR-LINHA-EXIT
006970     END-RETURN.
006980     IF SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
006990         IF WRK-AGENCIA-ATUAL NOT = 9999
007000             PERFORM 3200-FECHAR-AGENCIA
007010                     THRU 3200-FECHAR-AGENCIA-EXIT
007020         END-IF
007030         MOVE SRT-AGENCIA TO WRK-AGENCIA-ATUAL
007040         MOVE SRT-AGENCIA TO REL-AG-CODIGO
007050         WRITE REL-LINHA FROM REL-LINHA-AGENCIA
007060                 AFTER ADVANCING 2 LINES
007070     END-IF.
007080     MOVE SRT-CLIENTE      TO REL-DET-ID.
007090     MOVE SRT-NOME         TO REL-DET-NOME.
007100     MOVE SRT-RISCO        TO REL-DET-RISCO.
007110     MOVE SRT-ULT-REVISAO  TO REL-DET-ULT-REV.
007120     MOVE SRT-PROX-REVISAO TO REL-DET-PROX-REV.
007130     EVALUATE TRUE
007140         WHEN SRT-BLOQUEADO
007150             MOVE "BLOQUEADO " TO REL-DET-SITUACAO
007160         WHEN SRT-VENCIDO
007170             MOVE "VENCIDO   " TO REL-DET-SITUACAO
007180         WHEN OTHER
007190             MOVE "A VENCER  " TO REL-DET-SITUACAO
007200     END-EVALUATE.
007210     IF SRT-CARTA = "D"
007220         MOVE "CARTA DESVIADA " TO REL-DET-CARTA
007230     ELSE
007240         MOVE "CARTA EMITIDA  " TO REL-DET-CARTA
007250     END-IF.
007260     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
007270     ADD 1 TO WRK-CONT-AGENCIA.
007280 3100-TRATAR-LINHA-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------*
007320* 3200-FECHAR-AGENCIA - IMPRIME O TOTAL DA AGENCIA         *
007330*----------------------------------------------------------*
007340 3200-FECHAR-AGENCIA.
007350     MOVE WRK-CONT-AGENCIA TO REL-TAG-QTD.
007360     WRITE REL-LINHA FROM REL-TOTAL-AGENCIA
007370             AFTER ADVANCING 1 LINE.
007380     MOVE ZEROS TO WRK-CONT-AGENCIA.
007390 3200-FECHAR-AGENCIA-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------*
007430* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR O DOCUMENTO    *
007440*                  IMPRESSO, PARA O CLIENVEL CONSOLIDAR EM *
007450*                  ENVELOPE POR ENDERECO                   *
007460*----------------------------------------------------------*
007470 7600-REGISTRAR-CORREIO.
007480     IF NOT ARQUIVO-CORR-OK
007490         GO TO 7600-REGISTRAR-CORREIO-EXIT
007500     END-IF.
007510     MOVE SPACES            TO COR-REGISTRO.
007520     MOVE WRK-DATA-EXECUCAO TO COR-DATA.
007530     MOVE "CARTRCD "        TO COR-ARQUIVO.
007540     SET COR-CARTA          TO TRUE.
007550     MOVE WRK-CONT-CARTAS   TO COR-REFERENCIA.
007560     MOVE CLI-ID            TO COR-CLIENTE.
007570     MOVE CLI-AGENCIA       TO COR-AGENCIA.
007580     MOVE 1                 TO COR-PAGINAS.
007590     WRITE COR-REGISTRO.
007600 7600-REGISTRAR-CORREIO-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640* 8100-SOMAR-MESES - WRK-DATA-CALCULADA RECEBE A           *
007650*                 WRK-DATA-BASE MAIS WRK-MESES-CICLO MESES,*
007660*                 COM O DIA LIMITADO AO ULTIMO DIA DO MES  *
007670*                 DE CHEGADA (31/01 MAIS UM MES DA 28/02)  *
007680*----------------------------------------------------------*
007690 8100-SOMAR-MESES.
007700     MOVE WRK-DATA-BASE (1:4) TO WRK-ANO-CALC.
007710     MOVE WRK-DATA-BASE (5:2) TO WRK-MES-CALC.
007720     MOVE WRK-DATA-BASE (7:2) TO WRK-DIA-CALC.
007730     COMPUTE WRK-MESES-TOTAL = WRK-ANO-CALC * 12
007740             + WRK-MES-CALC - 1 + WRK-MESES-CICLO.
007750     DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-ANO-CALC
007760             REMAINDER WRK-MES-CALC.
007770     ADD 1 TO WRK-MES-CALC.
007780     IF WRK-MES-CALC = 4 OR WRK-MES-CALC = 6
007790             OR WRK-MES-CALC = 9 OR WRK-MES-CALC = 11
007800         IF WRK-DIA-CALC > 30
007810             MOVE 30 TO WRK-DIA-CALC
007820         END-IF
007830     END-IF.
007840     IF WRK-MES-CALC = 2 AND WRK-DIA-CALC > 28
007850         DIVIDE WRK-ANO-CALC BY 4 GIVING WRK-QUOCIENTE
007860                 REMAINDER WRK-RESTO-4
007870         DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-QUOCIENTE
007880                 REMAINDER WRK-RESTO-100
007890         DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-QUOCIENTE
007900                 REMAINDER WRK-RESTO-400
007910         IF WRK-RESTO-4 = ZEROS
007920                 AND (WRK-RESTO-100 NOT = ZEROS
007930                 OR WRK-RESTO-400 = ZEROS)
007940             MOVE 29 TO WRK-DIA-CALC
007950         ELSE
007960             MOVE 28 TO WRK-DIA-CALC
007970         END-IF
007980     END-IF.
007990     COMPUTE WRK-DATA-CALCULADA = WRK-ANO-CALC * 10000
008000             + WRK-MES-CALC * 100 + WRK-DIA-CALC.
008010 8100-SOMAR-MESES-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------*
008050* 9000-FINALIZAR - TOTAIS, CONTROLE DO MES E FECHAMENTO    *
008060*----------------------------------------------------------*
008070 9000-FINALIZAR.
008080     MOVE "CLIENTES LIDOS                " TO REL-ROD-ROTULO.
008090     MOVE WRK-CONT-LIDOS TO REL-ROD-VALOR.
008100     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
008110     MOVE "CADASTROS KYC INICIALIZADOS   " TO REL-ROD-ROTULO.
008120     MOVE WRK-CONT-INICIADOS TO REL-ROD-VALOR.
008130     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008140     MOVE "RECADASTROS A VENCER          " TO REL-ROD-ROTULO.
008150     MOVE WRK-CONT-A-VENCER TO REL-ROD-VALOR.
008160     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008170     MOVE "VENCIDOS NA CARENCIA          " TO REL-ROD-ROTULO.
008180     MOVE WRK-CONT-VENCIDOS TO REL-ROD-VALOR.
008190     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008200     MOVE "BLOQUEADOS PARA SAQUE         " TO REL-ROD-ROTULO.
008210     MOVE WRK-CONT-BLOQUEADOS TO REL-ROD-VALOR.
008220     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008230     MOVE "CARTAS EMITIDAS               " TO REL-ROD-ROTULO.
008240     MOVE WRK-CONT-CARTAS TO REL-ROD-VALOR.
008250     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008260     MOVE "CARTAS DESVIADAS (CARTADIV)   " TO REL-ROD-ROTULO.
008270     MOVE WRK-CONT-DESVIADAS TO REL-ROD-VALOR.
008280     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008290     CLOSE CLIENTES-MASTER CARTAS CARTAS-DESVIADAS RELATORIO.
008300     IF ARQUIVO-CORR-OK
008310         CLOSE CORRESPONDENCIA
008320     END-IF.
008330     OPEN OUTPUT CONTROLE-RECADASTRO.
008340     MOVE WRK-AAAAMM-EXEC TO RCDCT-ULTIMO-AAAAMM.
008350     WRITE RCDCT-REGISTRO.
008360     CLOSE CONTROLE-RECADASTRO.
008370     PERFORM 1170-DESMARCAR-PROCESSAMENTO
008380             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
008390 9000-FINALIZAR-EXIT.
008400     EXIT.
008410
008420 9999-EXIT.
008430     STOP RUN.
