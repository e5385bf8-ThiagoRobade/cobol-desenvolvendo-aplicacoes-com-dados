000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIBAIXA.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - BAIXA MENSAL PARA   *
000120*                    PREJUIZO DAS CONTAS DEVEDORAS. A      *
000130*                    TRILHA CHAVEADA CLIAUDK E LIDA POR    *
000140*                    CLIENTE PARA ACHAR A DATA EM QUE O    *
000150*                    SALDO FICOU NEGATIVO SEM VOLTAR MAIS  *
000160*                    A ZERO; CONTA DEVEDORA HA MAIS DIAS   *
000170*                    CORRIDOS QUE O PARM (PADRAO 180) TEM  *
000180*                    A DIVIDA BAIXADA: SALDO ZERADO,       *
000190*                    STATUS "P" (CLI-PREJUIZO, QUE O LOTE  *
000200*                    DE JUROS NAO MULTA MAIS), LINHA DE    *
000210*                    AUDITORIA DE ORIGEM "B", REGISTRO NO  *
000220*                    CADASTRO CLIPREJ E DETALHE NO EXTRATO *
000230*                    DE COBRANCA CLICOBX (DOCUMENTO E      *
000240*                    ENDERECO DO CLIENTE, CABECALHO E      *
000250*                    TRAILER) PARA A EMPRESA DE COBRANCA.  *
000260*                    A MESMA PASSADA LEVA AO CLIGLEX       *
000270*                    (GERACAO PROPRIA DO CLIGLGEN, NOS     *
000280*                    MOLDES DO CLIFXREV) A PERDA DAS       *
000290*                    BAIXAS E A RECEITA DAS RECUPERACOES   *
000300*                    QUE O CLIMOVTO ABATEU DO CLIPREJ      *
000310*                    DESDE A PASSADA ANTERIOR. O CONTROLE  *
000320*                    CLIBXCT (AAAAMM) IMPEDE UMA SEGUNDA   *
000330*                    PASSADA NO MESMO MES.                 *
000340* 2026-10-15 EBC     CONTA CONGELADA POR OBITO (CLI-STATUS *
000350*                    "F") NAO E BAIXADA: O STATUS "P"      *
000360*                    DESFARIA O CONGELAMENTO. A DIVIDA     *
000370*                    FICA PARA A PARTILHA E A CONTA E      *
000380*                    CONTADA A PARTE NO RODAPE.            *
000390*----------------------------------------------------------*
000400 ENVIRONMENT             DIVISION.
000410 CONFIGURATION           SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440
000450 INPUT-OUTPUT            SECTION.
000460 FILE-CONTROL.
000470     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CLI-ID
000510         FILE STATUS IS FS-CLIENTES-MASTER.
000520*----------------------------------------------------------*
000530* CADASTRO DAS CONTAS BAIXADAS PARA PREJUIZO               *
000540*----------------------------------------------------------*
000550     SELECT CADASTRO-PREJUIZO ASSIGN TO "CLIPREJ"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PRJ-CLI-ID
000590         FILE STATUS IS FS-CADASTRO-PREJUIZO.
000600*----------------------------------------------------------*
000610* EXTRATO PARA A EMPRESA DE COBRANCA                       *
000620*----------------------------------------------------------*
000630     SELECT EXTRATO-COBRANCA ASSIGN TO "CLICOBX"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FS-EXTRATO-COBRANCA.
000660*----------------------------------------------------------*
000670* CONTROLE DO ULTIMO MES BAIXADO                           *
000680*----------------------------------------------------------*
000690     SELECT CONTROLE-BAIXA ASSIGN TO "CLIBXCT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-CONTROLE-BAIXA.
000720     SELECT EXTRATO-GL ASSIGN TO "CLIGLEX"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FS-EXTRATO-GL.
000750     SELECT GERACAO-GL ASSIGN TO "CLIGLGEN"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FS-GERACAO-GL.
000780     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-AUDITORIA.
000810*----------------------------------------------------------*
000820* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - LIDA POR        *
000830* CLIENTE + DATA PARA APURAR OS DIAS DEVEDORES E, DEPOIS,  *
000840* ESTENDIDA COM O ESPELHO DAS LINHAS "B"                   *
000850*----------------------------------------------------------*
000860     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS AUDK-CHAVE
000900         FILE STATUS IS FS-AUDK.
000910     SELECT RELATORIO ASSIGN TO "RELBXA"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-RELATORIO.
000940*----------------------------------------------------------*
000950* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000960*----------------------------------------------------------*
000970     SELECT CONTROLE ASSIGN TO "CLICTRL"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS FS-CONTROLE.
001000
001010 DATA                    DIVISION.
001020 FILE                    SECTION.
001030 FD  CLIENTES-MASTER
001040     LABEL RECORD IS STANDARD.
001050     COPY CLIREG.
001060
001070 FD  CADASTRO-PREJUIZO
001080     LABEL RECORD IS STANDARD.
001090     COPY CLIPRJRG.
001100
001110 FD  EXTRATO-COBRANCA
001120     LABEL RECORD IS STANDARD.
001130 01  COBX-LINHA               PICTURE X(200).
001140
001150 FD  CONTROLE-BAIXA
001160     LABEL RECORD IS STANDARD.
001170 01  BXACT-REGISTRO.
001180     05  BXACT-ULTIMO-AAAAMM  PICTURE 9(06).
001190
001200 FD  EXTRATO-GL
001210     LABEL RECORD IS STANDARD.
001220 01  GLX-LINHA                PICTURE X(80).
001230
001240 FD  GERACAO-GL
001250     LABEL RECORD IS STANDARD.
001260 01  GLG-REGISTRO.
001270     05  GLG-NUMERO           PICTURE 9(06).
001280     05  GLG-DATA             PICTURE 9(08).
001290
001300 FD  AUDITORIA
001310     LABEL RECORD IS STANDARD.
001320 01  AUD-LINHA                PICTURE X(100).
001330
001340 FD  AUDITORIA-CHAVEADA
001350     LABEL RECORD IS STANDARD.
001360     COPY CLIAUKRG.
001370
001380 FD  RELATORIO
001390     LABEL RECORD IS STANDARD.
001400 01  REL-LINHA               PICTURE X(132).
001410
001420 FD  CONTROLE
001430     LABEL RECORD IS STANDARD.
001440 01  CTRL-REGISTRO.
001450     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001460     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001470     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001480
001490 WORKING-STORAGE         SECTION.
001500 01  WRK-FLAGS.
001510     05  WRK-FIM-AUDK    PICTURE X(01)      VALUE "N".
001520         88  FIM-TRILHA-CHAVEADA            VALUE "S".
001530     05  WRK-TEM-GRUPO   PICTURE X(01)      VALUE "N".
001540         88  GRUPO-EM-ABERTO                VALUE "S".
001550     05  WRK-FIM-PREJ    PICTURE X(01)      VALUE "N".
001560         88  FIM-CADASTRO-PREJUIZO          VALUE "S".
001570 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001580 01  FS-CADASTRO-PREJUIZO PICTURE X(02)     VALUE "00".
001590 01  FS-EXTRATO-COBRANCA PICTURE X(02)      VALUE "00".
001600 01  FS-CONTROLE-BAIXA   PICTURE X(02)      VALUE "00".
001610 01  FS-EXTRATO-GL       PICTURE X(02)      VALUE "00".
001620 01  FS-GERACAO-GL       PICTURE X(02)      VALUE "00".
001630 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001640 01  FS-AUDK             PICTURE X(02)      VALUE "00".
001650 01  WRK-FLAGS-AUDK.
001660     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001670         88  ARQUIVO-AUDK-OK                VALUE "S".
001680     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001690         88  AUDK-GRAVADO                   VALUE "S".
001700 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
001710 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001720 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001730 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001740 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001750 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
001760 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
001770 77  WRK-DIAS-LIMITE     PICTURE 9(03)      VALUE 180.
001780 77  WRK-CLIENTE-GRUPO   PICTURE 9(06)      VALUE ZEROS.
001790 77  WRK-DATA-INICIO-DEV PICTURE 9(08)      VALUE ZEROS.
001800 77  WRK-DIAS-DEVEDOR    PICTURE 9(05)      COMP VALUE ZEROS.
001810 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
001820 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
001830 77  WRK-VALOR-BAIXA     PICTURE 9(10)      COMP VALUE ZEROS.
001840 77  WRK-VALOR-RECUP     PICTURE 9(10)      COMP VALUE ZEROS.
001850 77  WRK-IDX-CAND        PICTURE 9(04)      COMP VALUE ZEROS.
001860 77  WRK-QTD-CAND        PICTURE 9(04)      COMP VALUE ZEROS.
001870 77  WRK-MAX-CAND        PICTURE 9(04)      COMP VALUE 2000.
001880 77  WRK-CONT-AVALIADOS  PICTURE 9(06)      COMP VALUE ZEROS.
001890 77  WRK-CONT-FORA-TAB   PICTURE 9(06)      COMP VALUE ZEROS.
001900 77  WRK-CONT-BAIXADOS   PICTURE 9(06)      COMP VALUE ZEROS.
001910 77  WRK-CONT-JA-BAIXADOS PICTURE 9(06)     COMP VALUE ZEROS.
001920 77  WRK-CONT-OBITO      PICTURE 9(06)      COMP VALUE ZEROS.
001930 77  WRK-CONT-REGULAR    PICTURE 9(06)      COMP VALUE ZEROS.
001940 77  WRK-CONT-SEM-CLI    PICTURE 9(06)      COMP VALUE ZEROS.
001950 77  WRK-CONT-RECUP      PICTURE 9(06)      COMP VALUE ZEROS.
001960 77  WRK-HASH-COBX       PICTURE 9(15)      COMP VALUE ZEROS.
001970 77  WRK-GL-GERACAO      PICTURE 9(06)      VALUE ZEROS.
001980 77  WRK-GL-QTD-PARTIDAS PICTURE 9(06)      COMP VALUE ZEROS.
001990 77  WRK-GL-HASH-TOTAL   PICTURE 9(14)V99   COMP VALUE ZEROS.
002000 77  WRK-GL-VALOR        PICTURE S9(12)V99  COMP VALUE ZEROS.
002010 77  WRK-GL-CONTA-DEBITO PICTURE 9(08)      VALUE ZEROS.
002020 77  WRK-GL-CONTA-CREDITO PICTURE 9(08)     VALUE ZEROS.
002030 77  WRK-GL-DESCRICAO    PICTURE X(20)      VALUE SPACES.
002040 77  WRK-GL-MOEDA        PICTURE X(03)      VALUE SPACES.
002050
002060*----------------------------------------------------------*
002070* BAIXAS E RECUPERACOES DA PASSADA POR MOEDA, PARA O       *
002080* CLIGLEX E O RODAPE                                       *
002090*----------------------------------------------------------*
002100 01  WRK-TOTAIS-MOEDA.
002110     05  WRK-BAIXA-BRL       PICTURE S9(12) COMP VALUE ZEROS.
002120     05  WRK-BAIXA-USD       PICTURE S9(12) COMP VALUE ZEROS.
002130     05  WRK-BAIXA-EUR       PICTURE S9(12) COMP VALUE ZEROS.
002140     05  WRK-RECUP-BRL       PICTURE S9(12) COMP VALUE ZEROS.
002150     05  WRK-RECUP-USD       PICTURE S9(12) COMP VALUE ZEROS.
002160     05  WRK-RECUP-EUR       PICTURE S9(12) COMP VALUE ZEROS.
002170
002180*----------------------------------------------------------*
002190* CONTAS QUE PASSARAM DO PRAZO NA LEITURA DO CLIAUDK - A   *
002200* BAIXA SO E GRAVADA DEPOIS DA LEITURA, PARA O ESPELHO DAS *
002210* LINHAS "B" NAO ENTRAR NO MEIO DA VARREDURA               *
002220*----------------------------------------------------------*
002230 01  TAB-CANDIDATOS.
002240     05  TAB-CAND-ENTRADA        OCCURS 2000 TIMES.
002250         10  TAB-CAND-CLIENTE     PICTURE 9(06).
002260         10  TAB-CAND-INICIO      PICTURE 9(08).
002270         10  TAB-CAND-DIAS        PICTURE 9(05) COMP.
002280
002290*----------------------------------------------------------*
002300* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
002310*----------------------------------------------------------*
002320     COPY CLIAUDRG.
002330
002340*----------------------------------------------------------*
002350* LINHAS DO EXTRATO DE COBRANCA CLICOBX                    *
002360*----------------------------------------------------------*
002370 01  COBX-CABECALHO.
002380     05  COBX-CAB-TIPO       PICTURE X(01) VALUE "H".
002390     05  COBX-CAB-DATA-GER   PICTURE 9(08).
002400     05  COBX-CAB-AAAAMM     PICTURE 9(06).
002410     05  COBX-CAB-DIAS       PICTURE 9(04).
002420     05  FILLER              PICTURE X(181) VALUE SPACES.
002430 01  COBX-DETALHE.
002440     05  COBX-DET-TIPO       PICTURE X(01) VALUE "D".
002450     05  COBX-DET-AGENCIA    PICTURE 9(04).
002460     05  COBX-DET-CLIENTE    PICTURE 9(06).
002470     05  COBX-DET-NOME       PICTURE X(20).
002480     05  COBX-DET-DOCUMENTO  PICTURE 9(14).
002490     05  COBX-DET-TIPO-DOC   PICTURE X(01).
002500     05  COBX-DET-ENDERECO   PICTURE X(30).
002510     05  COBX-DET-CIDADE     PICTURE X(20).
002520     05  COBX-DET-UF         PICTURE X(02).
002530     05  COBX-DET-CEP        PICTURE 9(08).
002540     05  COBX-DET-END-SIT    PICTURE X(01).
002550     05  COBX-DET-TELEFONE   PICTURE 9(11).
002560     05  COBX-DET-EMAIL      PICTURE X(30).
002570     05  COBX-DET-MOEDA      PICTURE X(03).
002580     05  COBX-DET-VALOR      PICTURE 9(10).
002590     05  COBX-DET-DIAS       PICTURE 9(04).
002600     05  COBX-DET-DATA-DEV   PICTURE 9(08).
002610     05  COBX-DET-DATA-BAIXA PICTURE 9(08).
002620     05  FILLER              PICTURE X(19) VALUE SPACES.
002630 01  COBX-TRAILER.
002640     05  COBX-TRL-TIPO       PICTURE X(01) VALUE "T".
002650     05  COBX-TRL-QTD        PICTURE 9(06).
002660     05  COBX-TRL-HASH       PICTURE 9(15).
002670     05  FILLER              PICTURE X(178) VALUE SPACES.
002680
002690*----------------------------------------------------------*
002700* LINHAS DO EXTRATO CONTABIL CLIGLEX (MESMO LAYOUT DO      *
002710* CLIENTES, COM A GERACAO NO CABECALHO)                    *
002720*----------------------------------------------------------*
002730 01  GLX-CABECALHO.
002740     05  GLX-CAB-TIPO        PICTURE X(01) VALUE "H".
002750     05  GLX-CAB-DATA        PICTURE 9(08).
002760     05  GLX-CAB-ORIGEM      PICTURE X(20)
002770             VALUE "BAIXA PARA PREJUIZO".
002780     05  GLX-CAB-GERACAO     PICTURE 9(06).
002790     05  FILLER              PICTURE X(45) VALUE SPACES.
002800 01  GLX-DETALHE.
002810     05  GLX-DET-TIPO        PICTURE X(01) VALUE "D".
002820     05  GLX-DET-NATUREZA    PICTURE X(01).
002830     05  GLX-DET-CONTA       PICTURE 9(08).
002840     05  GLX-DET-DESCRICAO   PICTURE X(20).
002850     05  GLX-DET-MOEDA       PICTURE X(03).
002860     05  GLX-DET-VALOR       PICTURE S9(13)V99.
002870     05  FILLER              PICTURE X(32) VALUE SPACES.
002880 01  GLX-TRAILER.
002890     05  GLX-TRL-TIPO        PICTURE X(01) VALUE "T".
002900     05  GLX-TRL-QTD         PICTURE 9(06).
002910     05  GLX-TRL-HASH        PICTURE 9(14)V99.
002920     05  FILLER              PICTURE X(57) VALUE SPACES.
002930
002940 01  REL-CABECALHO.
002950     05  FILLER              PICTURE X(44)
002960       VALUE "BAIXA MENSAL PARA PREJUIZO - CONTAS COM MAIS".
002970     05  FILLER              PICTURE X(04) VALUE " DE ".
002980     05  REL-CAB-DIAS        PICTURE ZZ9.
002990     05  FILLER              PICTURE X(31)
003000       VALUE " DIAS DEVEDORES - EXECUCAO DE ".
003010     05  REL-CAB-DATA        PICTURE 9(08).
003020     05  FILLER              PICTURE X(42) VALUE SPACES.
003030 01  REL-DETALHE.
003040     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
003050     05  REL-DET-AGENCIA     PICTURE 9(04).
003060     05  FILLER              PICTURE X(10) VALUE "  CLIENTE ".
003070     05  REL-DET-CLIENTE     PICTURE 9(06).
003080     05  FILLER              PICTURE X(02) VALUE SPACES.
003090     05  REL-DET-NOME        PICTURE X(20).
003100     05  FILLER              PICTURE X(02) VALUE SPACES.
003110     05  REL-DET-MOEDA       PICTURE X(03).
003120     05  REL-DET-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003130     05  FILLER              PICTURE X(16)
003140       VALUE "  DEVEDORA DESDE".
003150     05  FILLER              PICTURE X(01) VALUE SPACES.
003160     05  REL-DET-INICIO      PICTURE 9(08).
003170     05  FILLER              PICTURE X(02) VALUE SPACES.
003180     05  REL-DET-DIAS        PICTURE ZZ.ZZ9.
003190     05  FILLER              PICTURE X(05) VALUE " DIAS".
003200     05  FILLER              PICTURE X(20) VALUE SPACES.
003210 01  REL-RODAPE.
003220     05  REL-ROD-ROTULO      PICTURE X(30).
003230     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003240     05  FILLER              PICTURE X(84) VALUE SPACES.
003250
003260 LINKAGE                 SECTION.
003270 01  LK-PARM-DIAS            PICTURE X(03).
003280
003290 PROCEDURE               DIVISION USING LK-PARM-DIAS.
003300*----------------------------------------------------------*
003310* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003320*----------------------------------------------------------*
003330 0000-MAINLINE.
003340     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003350     PERFORM 2000-CONTABILIZAR-RECUPERACOES
003360             THRU 2000-CONTABILIZAR-RECUPERACOES-EXIT.
003370     PERFORM 3000-BAIXAR-CONTA     THRU 3000-BAIXAR-CONTA-EXIT
003380             VARYING WRK-IDX-CAND FROM 1 BY 1
003390             UNTIL WRK-IDX-CAND > WRK-QTD-CAND.
003400     PERFORM 8000-POSTAR-PARTIDAS  THRU 8000-POSTAR-PARTIDAS-EXIT.
003410     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003420     GO TO 9999-EXIT.
003430
003440*----------------------------------------------------------*
003450* 1000-INICIALIZAR - GUARDA DE MES, PARM, LEVANTAMENTO DOS *
003460*                    DIAS DEVEDORES NO CLIAUDK E ABERTURAS *
003470*----------------------------------------------------------*
003480 1000-INICIALIZAR.
003490     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003500     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-EXECUCAO / 100.
003510     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
003520     IF LK-PARM-DIAS IS NUMERIC
003530             AND LK-PARM-DIAS NOT = "000"
003540         MOVE LK-PARM-DIAS TO WRK-DIAS-LIMITE
003550     END-IF.
003560*   SEM A TRILHA CHAVEADA NAO HA COMO DATAR A DIVIDA: A
003570*   PASSADA NAO BAIXA NADA NO ESCURO.
003580     OPEN INPUT AUDITORIA-CHAVEADA.
003590     IF FS-AUDK NOT = "00"
003600         DISPLAY "CLIBAIXA: ERRO AO ABRIR CLIAUDK - STATUS "
003610                 FS-AUDK " - RODAR O CLIAUDKL"
003620         MOVE 16 TO RETURN-CODE
003630         GO TO 9999-EXIT
003640     END-IF.
003650     PERFORM 1200-LER-AUDK THRU 1200-LER-AUDK-EXIT
003660             UNTIL FIM-TRILHA-CHAVEADA.
003670     IF GRUPO-EM-ABERTO
003680         PERFORM 1300-FECHAR-CLIENTE
003690                 THRU 1300-FECHAR-CLIENTE-EXIT
003700     END-IF.
003710     CLOSE AUDITORIA-CHAVEADA.
003720     OPEN I-O CLIENTES-MASTER.
003730     IF FS-CLIENTES-MASTER NOT = "00"
003740         DISPLAY "CLIBAIXA: ERRO AO ABRIR CLIMSTR - STATUS "
003750                 FS-CLIENTES-MASTER
003760         MOVE 16 TO RETURN-CODE
003770         GO TO 9999-EXIT
003780     END-IF.
003790     OPEN I-O CADASTRO-PREJUIZO.
003800     IF FS-CADASTRO-PREJUIZO NOT = "00"
003810             AND FS-CADASTRO-PREJUIZO NOT = "05"
003820         DISPLAY "CLIBAIXA: ERRO AO ABRIR CLIPREJ - STATUS "
003830                 FS-CADASTRO-PREJUIZO
003840         CLOSE CLIENTES-MASTER
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 9999-EXIT
003870     END-IF.
003880     OPEN OUTPUT EXTRATO-COBRANCA.
003890     IF FS-EXTRATO-COBRANCA NOT = "00"
003900         DISPLAY "CLIBAIXA: ERRO AO ABRIR CLICOBX - STATUS "
003910                 FS-EXTRATO-COBRANCA
003920         CLOSE CLIENTES-MASTER CADASTRO-PREJUIZO
003930         MOVE 16 TO RETURN-CODE
003940         GO TO 9999-EXIT
003950     END-IF.
003960*   O LOTE ATUALIZA O MESTRE: LIGA A TRAVA DO CLICTRL
003970*   PARA O CLIMAINT NAO ATUALIZAR POR BAIXO DA PASSADA.
003980     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003990             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004000     OPEN EXTEND AUDITORIA.
004010     OPEN I-O AUDITORIA-CHAVEADA.
004020     IF FS-AUDK = "00" OR FS-AUDK = "05"
004030         SET ARQUIVO-AUDK-OK TO TRUE
004040     ELSE
004050         DISPLAY "CLIBAIXA: CLIAUDK INDISPONIVEL - STATUS "
004060                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
004070                 "CLIAUDKL)"
004080     END-IF.
004090     OPEN OUTPUT RELATORIO.
004100     MOVE WRK-DIAS-LIMITE   TO REL-CAB-DIAS.
004110     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
004120     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
004130     MOVE WRK-DATA-EXECUCAO TO COBX-CAB-DATA-GER.
004140     MOVE WRK-AAAAMM-EXEC   TO COBX-CAB-AAAAMM.
004150     MOVE WRK-DIAS-LIMITE   TO COBX-CAB-DIAS.
004160     WRITE COBX-LINHA FROM COBX-CABECALHO.
004170 1000-INICIALIZAR-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------*
004210* 1150-VERIFICAR-MES - MES JA PASSADO SEGUNDO O CLIBXCT    *
004220*                    TERMINA LIMPO SEM BAIXAR NADA         *
004230*----------------------------------------------------------*
004240 1150-VERIFICAR-MES.
004250     OPEN INPUT CONTROLE-BAIXA.
004260     IF FS-CONTROLE-BAIXA = "00"
004270         READ CONTROLE-BAIXA
004280             AT END
004290                 CONTINUE
004300             NOT AT END
004310                 IF BXACT-ULTIMO-AAAAMM = WRK-AAAAMM-EXEC
004320                     DISPLAY "CLIBAIXA: PASSADA DO MES "
004330                             WRK-AAAAMM-EXEC
004340                             " JA EXECUTADA - NADA A FAZER"
004350                     CLOSE CONTROLE-BAIXA
004360                     GO TO 9999-EXIT
004370                 END-IF
004380         END-READ
004390         CLOSE CONTROLE-BAIXA
004400     END-IF.
004410 1150-VERIFICAR-MES-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------*
004450* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
004460*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
004470*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
004480*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
004490*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
004500*----------------------------------------------------------*
004510 1160-MARCAR-EM-PROCESSAMENTO.
004520     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
004530     OPEN INPUT CONTROLE.
004540     IF FS-CONTROLE = "00"
004550         READ CONTROLE
004560             AT END
004570                 CONTINUE
004580             NOT AT END
004590                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
004600                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
004610         END-READ
004620         CLOSE CONTROLE
004630     END-IF.
004640     OPEN OUTPUT CONTROLE.
004650     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004660     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
004670     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004680     WRITE CTRL-REGISTRO.
004690     CLOSE CONTROLE.
004700 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
004750*                  CLICTRL AO FIM DA PASSADA               *
004760*----------------------------------------------------------*
004770 1170-DESMARCAR-PROCESSAMENTO.
004780     OPEN OUTPUT CONTROLE.
004790     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
004800     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
004810     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
004820     WRITE CTRL-REGISTRO.
004830     CLOSE CONTROLE.
004840 1170-DESMARCAR-PROCESSAMENTO-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------*
004880* 1200-LER-AUDK - TRATA UM REGISTRO DO ESPELHO: NA QUEBRA  *
004890*                  DE CLIENTE FECHA O ANTERIOR. A DATA DE  *
004900*                  INICIO DA DIVIDA E A DA LINHA EM QUE O  *
004910*                  SALDO NOVO FICOU NEGATIVO E ZERA QUANDO *
004920*                  UMA LINHA DEIXA O SALDO EM ZERO OU MAIS *
004930*----------------------------------------------------------*
004940 1200-LER-AUDK.
004950     READ AUDITORIA-CHAVEADA NEXT RECORD
004960         AT END
004970             SET FIM-TRILHA-CHAVEADA TO TRUE
004980             GO TO 1200-LER-AUDK-EXIT
004990     END-READ.
005000     MOVE AUDK-LINHA TO AUD-REGISTRO.
005010     IF GRUPO-EM-ABERTO
005020             AND AUD-CLIENTE-ID NOT = WRK-CLIENTE-GRUPO
005030         PERFORM 1300-FECHAR-CLIENTE
005040                 THRU 1300-FECHAR-CLIENTE-EXIT
005050     END-IF.
005060     IF NOT GRUPO-EM-ABERTO
005070         MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-GRUPO
005080         MOVE ZEROS TO WRK-DATA-INICIO-DEV
005090         SET GRUPO-EM-ABERTO TO TRUE
005100     END-IF.
005110     MOVE AUD-SALDO-NOVO TO WRK-SALDO-NOVO-NUM.
005120     IF WRK-SALDO-NOVO-NUM < ZERO
005130         IF WRK-DATA-INICIO-DEV = ZEROS
005140             MOVE AUD-DATA TO WRK-DATA-INICIO-DEV
005150         END-IF
005160     ELSE
005170         MOVE ZEROS TO WRK-DATA-INICIO-DEV
005180     END-IF.
005190 1200-LER-AUDK-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------*
005230* 1300-FECHAR-CLIENTE - CONTA AINDA DEVEDORA NO FIM DA     *
005240*                  TRILHA HA MAIS DIAS QUE O LIMITE ENTRA  *
005250*                  NA TABELA DE CANDIDATAS                 *
005260*----------------------------------------------------------*
005270 1300-FECHAR-CLIENTE.
005280     ADD 1 TO WRK-CONT-AVALIADOS.
005290     MOVE "N" TO WRK-TEM-GRUPO.
005300     IF WRK-DATA-INICIO-DEV = ZEROS
005310         GO TO 1300-FECHAR-CLIENTE-EXIT
005320     END-IF.
005330     COMPUTE WRK-DIAS-DEVEDOR =
005340             FUNCTION INTEGER-OF-DATE (WRK-DATA-EXECUCAO)
005350           - FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO-DEV).
005360     IF WRK-DIAS-DEVEDOR < WRK-DIAS-LIMITE
005370         GO TO 1300-FECHAR-CLIENTE-EXIT
005380     END-IF.
005390     IF WRK-QTD-CAND >= WRK-MAX-CAND
005400         DISPLAY "CLIBAIXA: TABELA DE CANDIDATAS CHEIA - "
005410                 "CLIENTE " WRK-CLIENTE-GRUPO
005420                 " FICA PARA A PROXIMA PASSADA"
005430         ADD 1 TO WRK-CONT-FORA-TAB
005440         GO TO 1300-FECHAR-CLIENTE-EXIT
005450     END-IF.
005460     ADD 1 TO WRK-QTD-CAND.
005470     MOVE WRK-CLIENTE-GRUPO   TO TAB-CAND-CLIENTE (WRK-QTD-CAND).
005480     MOVE WRK-DATA-INICIO-DEV TO TAB-CAND-INICIO (WRK-QTD-CAND).
005490     MOVE WRK-DIAS-DEVEDOR    TO TAB-CAND-DIAS (WRK-QTD-CAND).
005500 1300-FECHAR-CLIENTE-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------*
005540* 2000-CONTABILIZAR-RECUPERACOES - PERCORRE O CLIPREJ E    *
005550*                  SOMA POR MOEDA O QUE O CLIMOVTO         *
005560*                  RECUPEROU DESDE A ULTIMA PASSADA (AINDA *
005570*                  NAO LEVADO AO CLIGLEX), ACERTANDO O     *
005580*                  RECUP-CONTABIL. RODA ANTES DAS BAIXAS   *
005590*                  PARA A REBAIXA DE UMA CONTA NAO PERDER  *
005600*                  RECUPERACAO PENDENTE.                   *
005610*----------------------------------------------------------*
005620 2000-CONTABILIZAR-RECUPERACOES.
005630     PERFORM 2100-TRATAR-PREJUIZO THRU 2100-TRATAR-PREJUIZO-EXIT
005640             UNTIL FIM-CADASTRO-PREJUIZO.
005650 2000-CONTABILIZAR-RECUPERACOES-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------*
005690* 2100-TRATAR-PREJUIZO - UM REGISTRO DO CLIPREJ            *
005700*----------------------------------------------------------*
005710 2100-TRATAR-PREJUIZO.
005720     READ CADASTRO-PREJUIZO NEXT RECORD
005730         AT END
005740             SET FIM-CADASTRO-PREJUIZO TO TRUE
005750             GO TO 2100-TRATAR-PREJUIZO-EXIT
005760     END-READ.
005770     IF PRJ-VALOR-RECUPERADO NOT > PRJ-RECUP-CONTABIL
005780         GO TO 2100-TRATAR-PREJUIZO-EXIT
005790     END-IF.
005800     COMPUTE WRK-VALOR-RECUP =
005810             PRJ-VALOR-RECUPERADO - PRJ-RECUP-CONTABIL.
005820     EVALUATE PRJ-MOEDA
005830         WHEN "USD"
005840             ADD WRK-VALOR-RECUP TO WRK-RECUP-USD
005850         WHEN "EUR"
005860             ADD WRK-VALOR-RECUP TO WRK-RECUP-EUR
005870         WHEN OTHER
005880             ADD WRK-VALOR-RECUP TO WRK-RECUP-BRL
005890     END-EVALUATE.
005900     ADD 1 TO WRK-CONT-RECUP.
005910     MOVE PRJ-VALOR-RECUPERADO TO PRJ-RECUP-CONTABIL.
005920     REWRITE PRJ-REGISTRO.
005930     IF FS-CADASTRO-PREJUIZO NOT = "00"
005940         DISPLAY "CLIBAIXA: ERRO AO REGRAVAR CLIPREJ DO CLIENTE "
005950                 PRJ-CLI-ID " STATUS " FS-CADASTRO-PREJUIZO
005960     END-IF.
005970 2100-TRATAR-PREJUIZO-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------*
006010* 3000-BAIXAR-CONTA - BAIXA UMA CANDIDATA: RELE O MESTRE   *
006020*                  (CONTA JA BAIXADA, CONGELADA POR OBITO  *
006030*                  OU QUE SAIU DO NEGATIVO FICA DE FORA),  *
006040*                  ZERA O SALDO                            *
006050*                  COM LINHA "B", MARCA O STATUS "P",      *
006060*                  GRAVA O CLIPREJ, O EXTRATO DE COBRANCA  *
006070*                  E A LINHA DO RELATORIO                  *
006080*----------------------------------------------------------*
006090 3000-BAIXAR-CONTA.
006100     MOVE TAB-CAND-CLIENTE (WRK-IDX-CAND) TO CLI-ID.
006110     READ CLIENTES-MASTER
006120         INVALID KEY
006130             DISPLAY "CLIBAIXA: CLIENTE "
006140                     TAB-CAND-CLIENTE (WRK-IDX-CAND)
006150                     " DO CLIAUDK NAO ENCONTRADO NO CLIMSTR"
006160             ADD 1 TO WRK-CONT-SEM-CLI
006170             GO TO 3000-BAIXAR-CONTA-EXIT
006180     END-READ.
006190     IF CLI-PREJUIZO
006200         ADD 1 TO WRK-CONT-JA-BAIXADOS
006210         GO TO 3000-BAIXAR-CONTA-EXIT
006220     END-IF.
006230     IF CLI-FALECIDO
006240         ADD 1 TO WRK-CONT-OBITO
006250         GO TO 3000-BAIXAR-CONTA-EXIT
006260     END-IF.
006270     IF CLI-SALDO NOT < ZERO
006280         ADD 1 TO WRK-CONT-REGULAR
006290         GO TO 3000-BAIXAR-CONTA-EXIT
006300     END-IF.
006310     COMPUTE WRK-VALOR-BAIXA = ZERO - CLI-SALDO.
006320     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
006330     MOVE ZEROS TO CLI-SALDO.
006340     SET CLI-PREJUIZO TO TRUE.
006350     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
006360     MOVE CLI-ID             TO AUD-CLIENTE-ID.
006370     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
006380     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
006390     MOVE ZEROS              TO AUD-TAXA-APLICADA.
006400     MOVE WRK-VALOR-BAIXA    TO AUD-JUROS-DIA.
006410     MOVE "B" TO AUD-ORIGEM.
006420     MOVE ZEROS TO AUD-SALDO-BASE.
006430     WRITE AUD-LINHA FROM AUD-REGISTRO.
006440     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
006450     REWRITE CLI-REGISTRO.
006460     IF FS-CLIENTES-MASTER NOT = "00"
006470         DISPLAY "CLIBAIXA: ERRO AO REGRAVAR CLIENTE "
006480                 CLI-ID " STATUS " FS-CLIENTES-MASTER
006490     END-IF.
006500     PERFORM 3100-GRAVAR-PREJUIZO THRU 3100-GRAVAR-PREJUIZO-EXIT.
006510     MOVE CLI-AGENCIA        TO COBX-DET-AGENCIA.
006520     MOVE CLI-ID             TO COBX-DET-CLIENTE.
006530     MOVE CLI-NOME           TO COBX-DET-NOME.
006540     MOVE CLI-DOCUMENTO      TO COBX-DET-DOCUMENTO.
006550     MOVE CLI-TIPO-DOC       TO COBX-DET-TIPO-DOC.
006560     MOVE CLI-ENDERECO       TO COBX-DET-ENDERECO.
006570     MOVE CLI-CIDADE         TO COBX-DET-CIDADE.
006580     MOVE CLI-UF             TO COBX-DET-UF.
006590     MOVE CLI-CEP            TO COBX-DET-CEP.
006600     MOVE CLI-END-SITUACAO   TO COBX-DET-END-SIT.
006610     MOVE CLI-TELEFONE       TO COBX-DET-TELEFONE.
006620     MOVE CLI-EMAIL          TO COBX-DET-EMAIL.
006630     MOVE CLI-MOEDA          TO COBX-DET-MOEDA.
006640     MOVE WRK-VALOR-BAIXA    TO COBX-DET-VALOR.
006650     MOVE TAB-CAND-DIAS (WRK-IDX-CAND)   TO COBX-DET-DIAS.
006660     MOVE TAB-CAND-INICIO (WRK-IDX-CAND) TO COBX-DET-DATA-DEV.
006670     MOVE WRK-DATA-EXECUCAO  TO COBX-DET-DATA-BAIXA.
006680     WRITE COBX-LINHA FROM COBX-DETALHE.
006690     ADD WRK-VALOR-BAIXA TO WRK-HASH-COBX.
006700     EVALUATE CLI-MOEDA
006710         WHEN "USD"
006720             ADD WRK-VALOR-BAIXA TO WRK-BAIXA-USD
006730         WHEN "EUR"
006740             ADD WRK-VALOR-BAIXA TO WRK-BAIXA-EUR
006750         WHEN OTHER
006760             ADD WRK-VALOR-BAIXA TO WRK-BAIXA-BRL
006770     END-EVALUATE.
006780     ADD 1 TO WRK-CONT-BAIXADOS.
006790     MOVE CLI-AGENCIA        TO REL-DET-AGENCIA.
006800     MOVE CLI-ID             TO REL-DET-CLIENTE.
006810     MOVE CLI-NOME           TO REL-DET-NOME.
006820     MOVE CLI-MOEDA          TO REL-DET-MOEDA.
006830     MOVE WRK-VALOR-BAIXA    TO REL-DET-VALOR.
006840     MOVE TAB-CAND-INICIO (WRK-IDX-CAND) TO REL-DET-INICIO.
006850     MOVE TAB-CAND-DIAS (WRK-IDX-CAND)   TO REL-DET-DIAS.
006860     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
006870 3000-BAIXAR-CONTA-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------*
006910* 3100-GRAVAR-PREJUIZO - REGISTRO DA BAIXA NO CLIPREJ. UMA *
006920*                  CONTA JA BAIXADA ANTES (QUITADA E       *
006930*                  REATIVADA) TEM O REGISTRO REGRAVADO COM *
006940*                  A NOVA DIVIDA                           *
006950*----------------------------------------------------------*
006960 3100-GRAVAR-PREJUIZO.
006970     MOVE CLI-ID             TO PRJ-CLI-ID.
006980     MOVE CLI-AGENCIA        TO PRJ-AGENCIA.
006990     MOVE CLI-MOEDA          TO PRJ-MOEDA.
007000     MOVE WRK-DATA-EXECUCAO  TO PRJ-DATA-BAIXA.
007010     MOVE TAB-CAND-DIAS (WRK-IDX-CAND) TO PRJ-DIAS-DEVEDOR.
007020     MOVE WRK-VALOR-BAIXA    TO PRJ-VALOR-BAIXADO.
007030     MOVE ZEROS TO PRJ-VALOR-RECUPERADO PRJ-RECUP-CONTABIL
007040                   PRJ-DATA-ULT-RECUP.
007050     SET PRJ-EM-ABERTO TO TRUE.
007060     WRITE PRJ-REGISTRO
007070         INVALID KEY
007080             REWRITE PRJ-REGISTRO
007090     END-WRITE.
007100     IF FS-CADASTRO-PREJUIZO NOT = "00"
007110         DISPLAY "CLIBAIXA: ERRO AO GRAVAR CLIPREJ DO CLIENTE "
007120                 PRJ-CLI-ID " STATUS " FS-CADASTRO-PREJUIZO
007130     END-IF.
007140 3100-GRAVAR-PREJUIZO-EXIT.
007150     EXIT.
007160
007170*----------------------------------------------------------*
007180* 8000-POSTAR-PARTIDAS - GRAVA O CLIGLEX DA PASSADA: A     *
007190*                    BAIXA DEBITA A PERDA COM PREJUIZO E   *
007200*                    CREDITA O DEPOSITO DA MOEDA (O SALDO  *
007210*                    DEVEDOR SAI DO PASSIVO); A            *
007220*                    RECUPERACAO DEBITA O DEPOSITO E       *
007230*                    CREDITA A RECEITA DE RECUPERACAO.     *
007240*                    GERACAO PROPRIA DO CLIGLGEN, NOS      *
007250*                    MOLDES DO CLIFXREV.                   *
007260*----------------------------------------------------------*
007270 8000-POSTAR-PARTIDAS.
007280     OPEN OUTPUT EXTRATO-GL.
007290     IF FS-EXTRATO-GL NOT = "00"
007300         DISPLAY "CLIBAIXA: ERRO AO ABRIR CLIGLEX - STATUS "
007310                 FS-EXTRATO-GL
007320         MOVE 16 TO RETURN-CODE
007330         GO TO 8000-POSTAR-PARTIDAS-EXIT
007340     END-IF.
007350     PERFORM 8605-AVANCAR-GERACAO-GL
007360             THRU 8605-AVANCAR-GERACAO-GL-EXIT.
007370     MOVE WRK-DATA-EXECUCAO TO GLX-CAB-DATA.
007380     MOVE WRK-GL-GERACAO    TO GLX-CAB-GERACAO.
007390     WRITE GLX-LINHA FROM GLX-CABECALHO.
007400     MOVE ZEROS TO WRK-GL-QTD-PARTIDAS WRK-GL-HASH-TOTAL.
007410     MOVE WRK-BAIXA-BRL TO WRK-GL-VALOR.
007420     MOVE 41103001 TO WRK-GL-CONTA-DEBITO.
007430     MOVE 21101001 TO WRK-GL-CONTA-CREDITO.
007440     MOVE "BAIXA PREJUIZO BRL  " TO WRK-GL-DESCRICAO.
007450     MOVE "BRL" TO WRK-GL-MOEDA.
007460     PERFORM 8610-GRAVAR-PARTIDAS
007470             THRU 8610-GRAVAR-PARTIDAS-EXIT.
007480     MOVE WRK-BAIXA-USD TO WRK-GL-VALOR.
007490     MOVE 41103002 TO WRK-GL-CONTA-DEBITO.
007500     MOVE 21101002 TO WRK-GL-CONTA-CREDITO.
007510     MOVE "BAIXA PREJUIZO USD  " TO WRK-GL-DESCRICAO.
007520     MOVE "USD" TO WRK-GL-MOEDA.
007530     PERFORM 8610-GRAVAR-PARTIDAS
007540             THRU 8610-GRAVAR-PARTIDAS-EXIT.
007550     MOVE WRK-BAIXA-EUR TO WRK-GL-VALOR.
007560     MOVE 41103003 TO WRK-GL-CONTA-DEBITO.
007570     MOVE 21101003 TO WRK-GL-CONTA-CREDITO.
007580     MOVE "BAIXA PREJUIZO EUR  " TO WRK-GL-DESCRICAO.
007590     MOVE "EUR" TO WRK-GL-MOEDA.
007600     PERFORM 8610-GRAVAR-PARTIDAS
007610             THRU 8610-GRAVAR-PARTIDAS-EXIT.
007620     MOVE WRK-RECUP-BRL TO WRK-GL-VALOR.
007630     MOVE 21101001 TO WRK-GL-CONTA-DEBITO.
007640     MOVE 71103001 TO WRK-GL-CONTA-CREDITO.
007650     MOVE "RECUP PREJUIZO BRL  " TO WRK-GL-DESCRICAO.
007660     MOVE "BRL" TO WRK-GL-MOEDA.
007670     PERFORM 8610-GRAVAR-PARTIDAS
007680             THRU 8610-GRAVAR-PARTIDAS-EXIT.
007690     MOVE WRK-RECUP-USD TO WRK-GL-VALOR.
007700     MOVE 21101002 TO WRK-GL-CONTA-DEBITO.
007710     MOVE 71103002 TO WRK-GL-CONTA-CREDITO.
007720     MOVE "RECUP PREJUIZO USD  " TO WRK-GL-DESCRICAO.
007730     MOVE "USD" TO WRK-GL-MOEDA.
007740     PERFORM 8610-GRAVAR-PARTIDAS
007750             THRU 8610-GRAVAR-PARTIDAS-EXIT.
007760     MOVE WRK-RECUP-EUR TO WRK-GL-VALOR.
007770     MOVE 21101003 TO WRK-GL-CONTA-DEBITO.
007780     MOVE 71103003 TO WRK-GL-CONTA-CREDITO.
007790     MOVE "RECUP PREJUIZO EUR  " TO WRK-GL-DESCRICAO.
007800     MOVE "EUR" TO WRK-GL-MOEDA.
007810     PERFORM 8610-GRAVAR-PARTIDAS
007820             THRU 8610-GRAVAR-PARTIDAS-EXIT.
007830     MOVE WRK-GL-QTD-PARTIDAS TO GLX-TRL-QTD.
007840     MOVE WRK-GL-HASH-TOTAL   TO GLX-TRL-HASH.
007850     WRITE GLX-LINHA FROM GLX-TRAILER.
007860     CLOSE EXTRATO-GL.
007870 8000-POSTAR-PARTIDAS-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------*
007910* 8605-AVANCAR-GERACAO-GL - AVANCA O CLIGLGEN E GUARDA O   *
007920*                    NUMERO DA GERACAO, NOS MOLDES DO      *
007930*                    CLIENTES                              *
007940*----------------------------------------------------------*
007950 8605-AVANCAR-GERACAO-GL.
007960     OPEN INPUT GERACAO-GL.
007970     IF FS-GERACAO-GL = "00"
007980         READ GERACAO-GL
007990             AT END
008000                 CONTINUE
008010             NOT AT END
008020                 MOVE GLG-NUMERO TO WRK-GL-GERACAO
008030         END-READ
008040         CLOSE GERACAO-GL
008050     END-IF.
008060     ADD 1 TO WRK-GL-GERACAO.
008070     OPEN OUTPUT GERACAO-GL.
008080     MOVE WRK-GL-GERACAO    TO GLG-NUMERO.
008090     MOVE WRK-DATA-EXECUCAO TO GLG-DATA.
008100     WRITE GLG-REGISTRO.
008110     CLOSE GERACAO-GL.
008120 8605-AVANCAR-GERACAO-GL-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------*
008160* 8610-GRAVAR-PARTIDAS - PAR DE PARTIDAS DA CLASSE         *
008170*                    CORRENTE (VALOR ZERO NAO GRAVA), COM  *
008180*                    O HASH DO TRAILER, NOS MOLDES DO      *
008190*                    CLIENTES                              *
008200*----------------------------------------------------------*
008210 8610-GRAVAR-PARTIDAS.
008220     IF WRK-GL-VALOR = ZEROS
008230         GO TO 8610-GRAVAR-PARTIDAS-EXIT
008240     END-IF.
008250     MOVE "D" TO GLX-DET-NATUREZA.
008260     MOVE WRK-GL-CONTA-DEBITO TO GLX-DET-CONTA.
008270     MOVE WRK-GL-DESCRICAO    TO GLX-DET-DESCRICAO.
008280     MOVE WRK-GL-MOEDA        TO GLX-DET-MOEDA.
008290     MOVE WRK-GL-VALOR        TO GLX-DET-VALOR.
008300     WRITE GLX-LINHA FROM GLX-DETALHE.
008310     MOVE "C" TO GLX-DET-NATUREZA.
008320     MOVE WRK-GL-CONTA-CREDITO TO GLX-DET-CONTA.
008330     WRITE GLX-LINHA FROM GLX-DETALHE.
008340     ADD 2 TO WRK-GL-QTD-PARTIDAS.
008350     ADD WRK-GL-VALOR TO WRK-GL-HASH-TOTAL.
008360     ADD WRK-GL-VALOR TO WRK-GL-HASH-TOTAL.
008370 8610-GRAVAR-PARTIDAS-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------*
008410* 9000-FINALIZAR - TRAILER DO EXTRATO, TOTAIS, CONTROLE DO *
008420*                    MES E FECHAMENTO                      *
008430*----------------------------------------------------------*
008440 9000-FINALIZAR.
008450     MOVE WRK-CONT-BAIXADOS TO COBX-TRL-QTD.
008460     MOVE WRK-HASH-COBX     TO COBX-TRL-HASH.
008470     WRITE COBX-LINHA FROM COBX-TRAILER.
008480     MOVE "CLIENTES AVALIADOS NO CLIAUDK " TO REL-ROD-ROTULO.
008490     MOVE WRK-CONT-AVALIADOS TO REL-ROD-VALOR.
008500     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
008510     MOVE "DEVEDORAS ALEM DO PRAZO       " TO REL-ROD-ROTULO.
008520     MOVE WRK-QTD-CAND TO REL-ROD-VALOR.
008530     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008540     MOVE "CONTAS BAIXADAS PARA PREJUIZO " TO REL-ROD-ROTULO.
008550     MOVE WRK-CONT-BAIXADOS TO REL-ROD-VALOR.
008560     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008570     MOVE "JA BAIXADAS ANTERIORMENTE     " TO REL-ROD-ROTULO.
008580     MOVE WRK-CONT-JA-BAIXADOS TO REL-ROD-VALOR.
008590     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008600     MOVE "CONGELADAS POR OBITO          " TO REL-ROD-ROTULO.
008610     MOVE WRK-CONT-OBITO TO REL-ROD-VALOR.
008620     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008630     MOVE "SALDO JA REGULARIZADO         " TO REL-ROD-ROTULO.
008640     MOVE WRK-CONT-REGULAR TO REL-ROD-VALOR.
008650     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008660     MOVE "CLIENTES NAO ENCONTRADOS      " TO REL-ROD-ROTULO.
008670     MOVE WRK-CONT-SEM-CLI TO REL-ROD-VALOR.
008680     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008690     MOVE "FORA DA TABELA (PROXIMO MES)  " TO REL-ROD-ROTULO.
008700     MOVE WRK-CONT-FORA-TAB TO REL-ROD-VALOR.
008710     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008720     MOVE "TOTAL BAIXADO BRL             " TO REL-ROD-ROTULO.
008730     MOVE WRK-BAIXA-BRL TO REL-ROD-VALOR.
008740     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
008750     MOVE "TOTAL BAIXADO USD             " TO REL-ROD-ROTULO.
008760     MOVE WRK-BAIXA-USD TO REL-ROD-VALOR.
008770     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008780     MOVE "TOTAL BAIXADO EUR             " TO REL-ROD-ROTULO.
008790     MOVE WRK-BAIXA-EUR TO REL-ROD-VALOR.
008800     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008810     MOVE "CONTAS COM RECUPERACAO NO MES " TO REL-ROD-ROTULO.
008820     MOVE WRK-CONT-RECUP TO REL-ROD-VALOR.
008830     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
008840     MOVE "RECUPERADO BRL (CLIMOVTO)     " TO REL-ROD-ROTULO.
008850     MOVE WRK-RECUP-BRL TO REL-ROD-VALOR.
008860     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008870     MOVE "RECUPERADO USD (CLIMOVTO)     " TO REL-ROD-ROTULO.
008880     MOVE WRK-RECUP-USD TO REL-ROD-VALOR.
008890     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008900     MOVE "RECUPERADO EUR (CLIMOVTO)     " TO REL-ROD-ROTULO.
008910     MOVE WRK-RECUP-EUR TO REL-ROD-VALOR.
008920     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008930     CLOSE CLIENTES-MASTER CADASTRO-PREJUIZO EXTRATO-COBRANCA
008940           AUDITORIA RELATORIO.
008950     IF ARQUIVO-AUDK-OK
008960         CLOSE AUDITORIA-CHAVEADA
008970     END-IF.
008980     OPEN OUTPUT CONTROLE-BAIXA.
008990     MOVE WRK-AAAAMM-EXEC TO BXACT-ULTIMO-AAAAMM.
009000     WRITE BXACT-REGISTRO.
009010     CLOSE CONTROLE-BAIXA.
009020     PERFORM 1170-DESMARCAR-PROCESSAMENTO
009030             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
009040     IF RETURN-CODE = ZEROS
009050             AND (WRK-CONT-SEM-CLI > ZEROS
009060             OR WRK-CONT-FORA-TAB > ZEROS)
009070         MOVE 4 TO RETURN-CODE
009080     END-IF.
009090 9000-FINALIZAR-EXIT.
009100     EXIT.
009110
009120*----------------------------------------------------------*
009130* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
009140*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
009150*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
009160*----------------------------------------------------------*
009170 7700-ESPELHAR-AUDK.
009180     IF NOT ARQUIVO-AUDK-OK
009190         GO TO 7700-ESPELHAR-AUDK-EXIT
009200     END-IF.
009210     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
009220     MOVE AUD-DATA       TO AUDK-DATA.
009230     MOVE AUD-REGISTRO   TO AUDK-LINHA.
009240     MOVE "N" TO WRK-AUDK-OK.
009250     MOVE 1 TO WRK-AUDK-SEQ.
009260     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
009270             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
009280     IF NOT AUDK-GRAVADO
009290         DISPLAY "CLIBAIXA: ESPELHO CLIAUDK NAO GRAVADO "
009300                 "PARA O CLIENTE " AUDK-CLIENTE
009310     END-IF.
009320 7700-ESPELHAR-AUDK-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------*
009360* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
009370*                 DUPLICADA AVANCA A SEQUENCIA             *
009380*----------------------------------------------------------*
009390 7750-TENTAR-AUDK.
009400     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
009410     WRITE AUDK-REGISTRO
009420         INVALID KEY
009430             ADD 1 TO WRK-AUDK-SEQ
009440         NOT INVALID KEY
009450             SET AUDK-GRAVADO TO TRUE
009460     END-WRITE.
009470 7750-TENTAR-AUDK-EXIT.
009480     EXIT.
009490 9999-EXIT.
009500     STOP RUN.
