000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLICHQCP.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - COMPENSACAO DOS     *
000120*                    CHEQUES EMITIDOS PELOS CLIENTES: LE O *
000130*                    ARQUIVO DE CHEQUES APRESENTADOS       *
000140*                    CLICHQAP DA COMPENSACAO (H, D, T),    *
000150*                    CONFERE O TRAILER (QUANTIDADE E SOMA) *
000160*                    E O NUMERO DO ARQUIVO CONTRA O        *
000170*                    CLICHQCT ANTES DE POSTAR QUALQUER     *
000180*                    ITEM (RC 16 E NADA POSTADO SE NAO     *
000190*                    BATER) E DEBITA CADA CHEQUE NA CONTA  *
000200*                    DO EMITENTE (AUDITORIA DE ORIGEM "M", *
000210*                    COMO O SAQUE QUE ANTES ERA DIGITADO   *
000220*                    NO CLIMOVD). CHEQUE QUE NAO PODE SER  *
000230*                    PAGO VAI PARA O ARQUIVO DE DEVOLUCAO  *
000240*                    CLICHQDV (H, D, T) COM O MOTIVO DA    *
000250*                    COMPENSACAO: 11 SEM FUNDOS NO SALDO   *
000260*                    DISPONIVEL (LIMITE, BLOQUEIOS E FLOAT *
000270*                    COMO NA CRITICA DO CLIMOVTO), 13      *
000280*                    CONTA ENCERRADA, INATIVA, DORMENTE OU *
000290*                    INEXISTENTE, 20/21/28 CHEQUE SUSTADO  *
000300*                    NO CLISUST (EXTRAVIO, CONTRA-ORDEM,   *
000310*                    FURTO/ROUBO) E 24 BLOQUEIO JUDICIAL   *
000320*                    NO CLIBLOQ. RELATORIO RELCHQ; RC 4    *
000330*                    QUANDO HOUVE DEVOLUCAO.               *
000340* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000350*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000360*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000370* 2026-10-15 EBC     CHEQUE APRESENTADO CONTRA CONTA       *
000380*                    BAIXADA PARA PREJUIZO (CLI-STATUS     *
000390*                    "P") E DEVOLVIDO COM O MOTIVO 13,     *
000400*                    COMO A CONTA INATIVA.                 *
000410* 2026-10-15 EBC     CHEQUE DE CONTA CONGELADA POR OBITO   *
000420*                    (CLI-STATUS "F") E DEVOLVIDO PELO     *
000430*                    MOTIVO 13, COMO O DE CONTA INATIVA.   *
000440* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000450*                    BYTES COM OS CICLOS DE                *
000460*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000470*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000480* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000490*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000500*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000510*----------------------------------------------------------*
000520 ENVIRONMENT             DIVISION.
000530 CONFIGURATION           SECTION.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560
000570 INPUT-OUTPUT            SECTION.
000580 FILE-CONTROL.
000590*----------------------------------------------------------*
000600* CHEQUES APRESENTADOS PELA COMPENSACAO                    *
000610*----------------------------------------------------------*
000620     SELECT APRESENTADOS ASSIGN TO "CLICHQAP"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FS-APRESENTADOS.
000650*----------------------------------------------------------*
000660* CHEQUES DEVOLVIDOS A COMPENSACAO, COM O MOTIVO           *
000670*----------------------------------------------------------*
000680     SELECT DEVOLUCAO ASSIGN TO "CLICHQDV"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS FS-DEVOLUCAO.
000710*----------------------------------------------------------*
000720* CONTROLE DO NUMERO DO ULTIMO ARQUIVO PROCESSADO          *
000730*----------------------------------------------------------*
000740     SELECT CONTROLE-CHEQUE ASSIGN TO "CLICHQCT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FS-CONTROLE-CHEQUE.
000770     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CLI-ID
000810         FILE STATUS IS FS-CLIENTES-MASTER.
000820*----------------------------------------------------------*
000830* SUSTACOES DE CHEQUE (CONTRA-ORDENS) MANTIDAS NO CLIMAINT *
000840*----------------------------------------------------------*
000850     SELECT SUSTACOES ASSIGN TO "CLISUST"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS SUS-CHAVE
000890         FILE STATUS IS FS-SUSTACOES.
000900     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS BLQ-CHAVE
000940         FILE STATUS IS FS-BLOQUEIOS.
000950     SELECT LIMITES ASSIGN TO "CLILIMIT"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS LIM-CLI-ID
000990         FILE STATUS IS FS-LIMITES.
001000     SELECT FLUTUANTES ASSIGN TO "CLIFLOAT"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS FLT-CHAVE
001040         FILE STATUS IS FS-FLUTUANTES.
001050     SELECT PARAMETROS ASSIGN TO "CLIPARM"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS FS-PARAMETROS.
001080     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS FS-AUDITORIA.
001110*----------------------------------------------------------*
001120* TRILHA DE AUDITORIA CHAVEADA (CLIAUDK) - ESPELHO         *
001130* INDEXADO POR CLIENTE + DATA, GRAVADO JUNTO COM CADA      *
001140* LINHA DO CLIAUDIT                                        *
001150*----------------------------------------------------------*
001160     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS AUDK-CHAVE
001200         FILE STATUS IS FS-AUDK.
001210     SELECT RELATORIO ASSIGN TO "RELCHQ"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS FS-RELATORIO.
001240*----------------------------------------------------------*
001250* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
001260*----------------------------------------------------------*
001270     SELECT CONTROLE ASSIGN TO "CLICTRL"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS FS-CONTROLE.
001300
001310 DATA                    DIVISION.
001320 FILE                    SECTION.
001330 FD  APRESENTADOS
001340     LABEL RECORD IS STANDARD.
001350 01  APR-LINHA                PICTURE X(120).
001360
001370 FD  DEVOLUCAO
001380     LABEL RECORD IS STANDARD.
001390 01  DEV-LINHA                PICTURE X(120).
001400
001410 FD  CONTROLE-CHEQUE
001420     LABEL RECORD IS STANDARD.
001430 01  CQCT-REGISTRO.
001440     05  CQCT-NUMERO          PICTURE 9(06).
001450     05  CQCT-DATA            PICTURE 9(08).
001460
001470 FD  CLIENTES-MASTER
001480     LABEL RECORD IS STANDARD.
001490     COPY CLIREG.
001500
001510 FD  SUSTACOES
001520     LABEL RECORD IS STANDARD.
001530     COPY CLISUSRG.
001540
001550 FD  BLOQUEIOS
001560     LABEL RECORD IS STANDARD.
001570     COPY CLIBLQRG.
001580
001590 FD  LIMITES
001600     LABEL RECORD IS STANDARD.
001610     COPY CLILIMRG.
001620
001630 FD  FLUTUANTES
001640     LABEL RECORD IS STANDARD.
001650     COPY CLIFLTRG.
001660
001670 FD  PARAMETROS
001680     LABEL RECORD IS STANDARD.
001690 01  PARM-REGISTRO.
001700     05  PARM-FATOR-JUROS    PICTURE 9V99.
001710     05  PARM-FATOR-MULTA    PICTURE 9V99.
001720     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
001730     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
001740     05  PARM-FATOR-USD      PICTURE 9V99.
001750     05  PARM-FATOR-EUR      PICTURE 9V99.
001760     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
001770     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
001780     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
001790     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
001800     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001810     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001820     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001830     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001840     05  PARM-DIAS-CARTA     PICTURE 9(02).
001850     05  PARM-PCT-INDICE     PICTURE 9(03).
001860     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001870     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001880     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001890     05  PARM-IOF-DIARIO     PICTURE V9(06).
001900     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001910     05  PARM-CICLO-ALTO     PICTURE 9(02).
001920     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001930     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001940     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001950     05  PARM-TETO-FGC       PICTURE 9(10).
001960
001970 FD  AUDITORIA
001980     LABEL RECORD IS STANDARD.
001990 01  AUD-LINHA                PICTURE X(100).
002000
002010 FD  AUDITORIA-CHAVEADA
002020     LABEL RECORD IS STANDARD.
002030     COPY CLIAUKRG.
002040
002050 FD  RELATORIO
002060     LABEL RECORD IS STANDARD.
002070 01  REL-LINHA               PICTURE X(132).
002080
002090 FD  CONTROLE
002100     LABEL RECORD IS STANDARD.
002110 01  CTRL-REGISTRO.
002120     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
002130     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
002140     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
002150
002160 WORKING-STORAGE         SECTION.
002170 01  WRK-FLAGS.
002180     05  WRK-FIM-APRES   PICTURE X(01)      VALUE "N".
002190         88  FIM-ARQUIVO-APRESENTADOS       VALUE "S".
002200     05  WRK-ARQ-VALIDO  PICTURE X(01)      VALUE "S".
002210         88  ARQUIVO-APRES-OK               VALUE "S".
002220         88  ARQUIVO-APRES-COM-ERRO         VALUE "N".
002230     05  WRK-TEM-CABEC   PICTURE X(01)      VALUE "N".
002240         88  CABECALHO-LIDO                 VALUE "S".
002250     05  WRK-TEM-TRAILER PICTURE X(01)      VALUE "N".
002260         88  TRAILER-LIDO                   VALUE "S".
002270     05  WRK-APR-VAZIO   PICTURE X(01)      VALUE "N".
002280         88  APRESENTADOS-VAZIO             VALUE "S".
002290 01  WRK-FLAGS-SALDO.
002300     05  WRK-TEM-BLQ     PICTURE X(01)      VALUE "N".
002310         88  ARQUIVO-BLOQUEIOS-OK           VALUE "S".
002320     05  WRK-FIM-BLQ     PICTURE X(01)      VALUE "N".
002330         88  FIM-BLOQUEIOS                  VALUE "S".
002340     05  WRK-TEM-LIM     PICTURE X(01)      VALUE "N".
002350         88  ARQUIVO-LIMITES-OK             VALUE "S".
002360     05  WRK-TEM-FLT     PICTURE X(01)      VALUE "N".
002370         88  ARQUIVO-FLOAT-OK               VALUE "S".
002380     05  WRK-FIM-FLT     PICTURE X(01)      VALUE "N".
002390         88  FIM-FLUTUANTES                 VALUE "S".
002400 01  FS-APRESENTADOS     PICTURE X(02)      VALUE "00".
002410 01  FS-DEVOLUCAO        PICTURE X(02)      VALUE "00".
002420 01  FS-CONTROLE-CHEQUE  PICTURE X(02)      VALUE "00".
002430 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
002440 01  FS-SUSTACOES        PICTURE X(02)      VALUE "00".
002450 01  FS-BLOQUEIOS        PICTURE X(02)      VALUE "00".
002460 01  FS-LIMITES          PICTURE X(02)      VALUE "00".
002470 01  FS-FLUTUANTES       PICTURE X(02)      VALUE "00".
002480 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
002490 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
002500 01  FS-AUDK             PICTURE X(02)      VALUE "00".
002510 01  WRK-FLAGS-AUDK.
002520     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
002530         88  ARQUIVO-AUDK-OK                VALUE "S".
002540     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
002550         88  AUDK-GRAVADO                   VALUE "S".
002560 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
002570 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002580 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
002590 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
002600 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
002610 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
002620 77  WRK-ULTIMO-ARQUIVO  PICTURE 9(06)      VALUE ZEROS.
002630 77  WRK-NUMERO-ARQUIVO  PICTURE 9(06)      VALUE ZEROS.
002640 77  WRK-LIMITE-OVERDR   PICTURE S9(10)     COMP VALUE -500000.
002650 77  WRK-LIMITE-CLIENTE  PICTURE S9(10)     COMP VALUE ZEROS.
002660 77  WRK-TOTAL-BLOQUEADO PICTURE S9(11)     COMP VALUE ZEROS.
002670 77  WRK-TOTAL-JUDICIAL  PICTURE S9(11)     COMP VALUE ZEROS.
002680 77  WRK-TOTAL-FLUTUANTE PICTURE S9(11)     COMP VALUE ZEROS.
002690 77  WRK-SALDO-ANTERIOR  PICTURE S9(10)     COMP VALUE ZEROS.
002700 77  WRK-MOTIVO-DEV      PICTURE 9(02)      VALUE ZEROS.
002710 77  WRK-CONT-LIDOS      PICTURE 9(06)      COMP VALUE ZEROS.
002720 77  WRK-CONT-ITENS      PICTURE 9(06)      COMP VALUE ZEROS.
002730 77  WRK-SOMA-ITENS      PICTURE 9(14)      COMP VALUE ZEROS.
002740 77  WRK-CONT-PAGOS      PICTURE 9(06)      COMP VALUE ZEROS.
002750 77  WRK-CONT-DEVOLVIDOS PICTURE 9(06)      COMP VALUE ZEROS.
002760 77  WRK-TOTAL-PAGO      PICTURE S9(14)     COMP VALUE ZEROS.
002770 77  WRK-TOTAL-DEVOLVIDO PICTURE S9(14)     COMP VALUE ZEROS.
002780 77  WRK-IDX-MOT         PICTURE 9(02)      COMP VALUE ZEROS.
002790 01  WRK-MSG-ERRO-ARQ    PICTURE X(40)      VALUE SPACES.
002800
002810*----------------------------------------------------------*
002820* REGISTROS DO CLICHQAP: H CABECALHO COM DATA E NUMERO DO  *
002830* ARQUIVO, D CHEQUE APRESENTADO (ITEM DA COMPENSACAO,      *
002840* BANCO APRESENTANTE, CONTA DO EMITENTE, NUMERO E VALOR DO *
002850* CHEQUE), T TRAILER DE CONTROLE (QTD + SOMA DOS VALORES)  *
002860*----------------------------------------------------------*
002870 01  APR-REGISTRO.
002880     05  APR-TIPO            PICTURE X(01).
002890         88  APR-CABECALHO                  VALUE "H".
002900         88  APR-DETALHE                    VALUE "D".
002910         88  APR-TRAILER                    VALUE "T".
002920     05  APR-CORPO           PICTURE X(119).
002930 01  APR-CAB REDEFINES APR-REGISTRO.
002940     05  FILLER              PICTURE X(01).
002950     05  APR-CAB-DATA        PICTURE 9(08).
002960     05  APR-CAB-NUMERO      PICTURE 9(06).
002970     05  FILLER              PICTURE X(105).
002980 01  APR-DET REDEFINES APR-REGISTRO.
002990     05  FILLER              PICTURE X(01).
003000     05  APR-DET-ITEM        PICTURE 9(10).
003010     05  APR-DET-BANCO       PICTURE 9(03).
003020     05  APR-DET-CONTA       PICTURE 9(06).
003030     05  APR-DET-CHEQUE      PICTURE 9(08).
003040     05  APR-DET-VALOR       PICTURE 9(10).
003050     05  FILLER              PICTURE X(82).
003060 01  APR-TRL REDEFINES APR-REGISTRO.
003070     05  FILLER              PICTURE X(01).
003080     05  APR-TRL-QTD         PICTURE 9(06).
003090     05  APR-TRL-TOTAL       PICTURE 9(14).
003100     05  FILLER              PICTURE X(99).
003110
003120*----------------------------------------------------------*
003130* REGISTROS DO CLICHQDV: H CABECALHO COM A DATA E O NUMERO *
003140* DO ARQUIVO APRESENTADO, D CHEQUE DEVOLVIDO COM O MOTIVO, *
003150* T TRAILER DE CONTROLE (QTD + SOMA DOS VALORES)           *
003160*----------------------------------------------------------*
003170 01  DEV-CABECALHO.
003180     05  DEV-CAB-TIPO        PICTURE X(01) VALUE "H".
003190     05  DEV-CAB-DATA        PICTURE 9(08).
003200     05  DEV-CAB-NUMERO      PICTURE 9(06).
003210     05  FILLER              PICTURE X(105) VALUE SPACES.
003220 01  DEV-DETALHE.
003230     05  DEV-DET-TIPO        PICTURE X(01) VALUE "D".
003240     05  DEV-DET-ITEM        PICTURE 9(10).
003250     05  DEV-DET-BANCO       PICTURE 9(03).
003260     05  DEV-DET-CONTA       PICTURE 9(06).
003270     05  DEV-DET-CHEQUE      PICTURE 9(08).
003280     05  DEV-DET-VALOR       PICTURE 9(10).
003290     05  DEV-DET-MOTIVO      PICTURE 9(02).
003300     05  FILLER              PICTURE X(80) VALUE SPACES.
003310 01  DEV-TRAILER.
003320     05  DEV-TRL-TIPO        PICTURE X(01) VALUE "T".
003330     05  DEV-TRL-QTD         PICTURE 9(06).
003340     05  DEV-TRL-TOTAL       PICTURE 9(14).
003350     05  FILLER              PICTURE X(99) VALUE SPACES.
003360
003370*----------------------------------------------------------*
003380* TABELA DOS MOTIVOS DE DEVOLUCAO DE CHEQUE USADOS PELO    *
003390* PROGRAMA (CODIGOS DA COMPENSACAO)                        *
003400*----------------------------------------------------------*
003410 01  TAB-MOTIVOS-DADOS.
003420     05  FILLER PICTURE X(32)
003430             VALUE "11SEM FUNDOS                    ".
003440     05  FILLER PICTURE X(32)
003450             VALUE "13CONTA ENCERRADA/INATIVA       ".
003460     05  FILLER PICTURE X(32)
003470             VALUE "20SUSTADO POR EXTRAVIO          ".
003480     05  FILLER PICTURE X(32)
003490             VALUE "21CONTRA-ORDEM DO EMITENTE      ".
003500     05  FILLER PICTURE X(32)
003510             VALUE "24BLOQUEIO JUDICIAL             ".
003520     05  FILLER PICTURE X(32)
003530             VALUE "28CONTRA-ORDEM - FURTO/ROUBO    ".
003540 01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-DADOS.
003550     05  TAB-MOT-ENTRADA         OCCURS 6 TIMES.
003560         10  TAB-MOT-CODIGO       PICTURE 9(02).
003570         10  TAB-MOT-TEXTO        PICTURE X(30).
003580 77  WRK-QTD-MOTIVOS     PICTURE 9(02)      COMP VALUE 6.
003590
003600*----------------------------------------------------------*
003610* LINHA DA TRILHA DE AUDITORIA (LAYOUT CLIAUDRG)           *
003620*----------------------------------------------------------*
003630     COPY CLIAUDRG.
003640
003650*----------------------------------------------------------*
003660* LINHAS DO RELATORIO DA COMPENSACAO DE CHEQUES            *
003670*----------------------------------------------------------*
003680 01  REL-CABECALHO.
003690     05  FILLER              PICTURE X(44)
003700             VALUE "COMPENSACAO DE CHEQUES (CLICHQCP) - ".
003710     05  REL-CAB-DATA        PICTURE 9(08).
003720     05  FILLER              PICTURE X(10) VALUE " ARQUIVO ".
003730     05  REL-CAB-NUMERO      PICTURE 9(06).
003740     05  FILLER              PICTURE X(64) VALUE SPACES.
003750 01  REL-DETALHE.
003760     05  REL-DET-ITEM        PICTURE 9(10).
003770     05  FILLER              PICTURE X(02) VALUE SPACES.
003780     05  REL-DET-CONTA       PICTURE 9(06).
003790     05  FILLER              PICTURE X(02) VALUE SPACES.
003800     05  REL-DET-CHEQUE      PICTURE 9(08).
003810     05  FILLER              PICTURE X(02) VALUE SPACES.
003820     05  REL-DET-VALOR       PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003830     05  FILLER              PICTURE X(02) VALUE SPACES.
003840     05  REL-DET-SITUACAO    PICTURE X(09).
003850     05  FILLER              PICTURE X(02) VALUE SPACES.
003860     05  REL-DET-MOTIVO-COD  PICTURE X(02).
003870     05  FILLER              PICTURE X(01) VALUE SPACES.
003880     05  REL-DET-MOTIVO      PICTURE X(30).
003890     05  FILLER              PICTURE X(40) VALUE SPACES.
003900 01  REL-ERRO-ARQUIVO.
003910     05  FILLER              PICTURE X(30)
003920             VALUE "*** ARQUIVO NAO PROCESSADO: ".
003930     05  REL-ERR-TEXTO       PICTURE X(40).
003940     05  FILLER              PICTURE X(62) VALUE SPACES.
003950 01  REL-RODAPE.
003960     05  REL-ROD-ROTULO      PICTURE X(30).
003970     05  REL-ROD-VALOR       PICTURE Z.ZZZ.ZZ9.
003980     05  FILLER              PICTURE X(93) VALUE SPACES.
003990 01  REL-RODAPE-VALOR.
004000     05  REL-ROV-ROTULO      PICTURE X(30).
004010     05  REL-ROV-VALOR       PICTURE Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
004020     05  FILLER              PICTURE X(82) VALUE SPACES.
004030
004040 PROCEDURE               DIVISION.
004050*----------------------------------------------------------*
004060* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
004070*----------------------------------------------------------*
004080 0000-MAINLINE.
004090     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
004100     PERFORM 1500-CONFERIR-ARQUIVO
004110             THRU 1500-CONFERIR-ARQUIVO-EXIT.
004120     IF ARQUIVO-APRES-COM-ERRO
004130         PERFORM 9500-ABORTAR-ARQUIVO
004140                 THRU 9500-ABORTAR-ARQUIVO-EXIT
004150         GO TO 9999-EXIT
004160     END-IF.
004170     IF APRESENTADOS-VAZIO
004180         PERFORM 9600-FECHAR-SEM-CHEQUES
004190                 THRU 9600-FECHAR-SEM-CHEQUES-EXIT
004200         GO TO 9999-EXIT
004210     END-IF.
004220     PERFORM 1800-ABRIR-POSTAGEM
004230             THRU 1800-ABRIR-POSTAGEM-EXIT.
004240     PERFORM 2000-TRATAR-REGISTRO
004250             THRU 2000-TRATAR-REGISTRO-EXIT
004260             UNTIL FIM-ARQUIVO-APRESENTADOS.
004270     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
004280     GO TO 9999-EXIT.
004290
004300*----------------------------------------------------------*
004310* 1000-INICIALIZAR - ABRE OS APRESENTADOS E O RELATORIO E  *
004320*                  LE O NUMERO DO ULTIMO ARQUIVO JA        *
004330*                  PROCESSADO NO CLICHQCT                  *
004340*----------------------------------------------------------*
004350 1000-INICIALIZAR.
004360     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
004370     OPEN INPUT APRESENTADOS.
004380     IF FS-APRESENTADOS NOT = "00"
004390         DISPLAY "CLICHQCP: ERRO AO ABRIR CLICHQAP - STATUS "
004400                 FS-APRESENTADOS
004410         MOVE 16 TO RETURN-CODE
004420         GO TO 9999-EXIT
004430     END-IF.
004440     OPEN OUTPUT RELATORIO.
004450     MOVE WRK-DATA-EXECUCAO TO REL-CAB-DATA.
004460     MOVE ZEROS             TO REL-CAB-NUMERO.
004470     OPEN INPUT CONTROLE-CHEQUE.
004480     IF FS-CONTROLE-CHEQUE = "00"
004490         READ CONTROLE-CHEQUE
004500             AT END
004510                 CONTINUE
004520             NOT AT END
004530                 MOVE CQCT-NUMERO TO WRK-ULTIMO-ARQUIVO
004540         END-READ
004550         CLOSE CONTROLE-CHEQUE
004560     END-IF.
004570 1000-INICIALIZAR-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------*
004610* 1100-LER-PARAMETROS - LE O LIMITE PADRAO DE CHEQUE       *
004620*                  ESPECIAL DO CLIPARM; SEM O ARQUIVO,     *
004630*                  MANTEM O PADRAO DA WORKING, COMO O      *
004640*                  CLIMOVTO                                *
004650*----------------------------------------------------------*
004660 1100-LER-PARAMETROS.
004670     OPEN INPUT PARAMETROS.
004680     IF FS-PARAMETROS = "00"
004690         READ PARAMETROS
004700             AT END
004710                 CONTINUE
004720             NOT AT END
004730                 MOVE PARM-LIMITE-OVERDR TO WRK-LIMITE-OVERDR
004740         END-READ
004750         CLOSE PARAMETROS
004760     ELSE
004770         DISPLAY "CLICHQCP: CLIPARM NAO ENCONTRADO - USANDO "
004780                 "LIMITE PADRAO"
004790     END-IF.
004800 1100-LER-PARAMETROS-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840* 1500-CONFERIR-ARQUIVO - 1a PASSADA: CABECALHO NO INICIO, *
004850*                  NUMERO DO ARQUIVO POSTERIOR AO ULTIMO   *
004860*                  PROCESSADO, TRAILER NO FIM, QUANTIDADE  *
004870*                  E SOMA DOS CHEQUES IGUAIS AS DO         *
004880*                  TRAILER. NADA E POSTADO SE O ARQUIVO    *
004890*                  NAO FECHAR. DIA SEM CHEQUES (ARQUIVO    *
004900*                  VAZIO) TERMINA LIMPO.                   *
004910*----------------------------------------------------------*
004920 1500-CONFERIR-ARQUIVO.
004930     PERFORM 2100-LER-APRESENTADO
004940             THRU 2100-LER-APRESENTADO-EXIT.
004950     IF FIM-ARQUIVO-APRESENTADOS
004960         SET APRESENTADOS-VAZIO TO TRUE
004970         GO TO 1500-CONFERIR-ARQUIVO-EXIT
004980     END-IF.
004990     IF NOT APR-CABECALHO
005000         SET ARQUIVO-APRES-COM-ERRO TO TRUE
005010         MOVE "CABECALHO AUSENTE" TO WRK-MSG-ERRO-ARQ
005020         GO TO 1500-CONFERIR-ARQUIVO-EXIT
005030     END-IF.
005040     SET CABECALHO-LIDO TO TRUE.
005050     MOVE APR-CAB-NUMERO TO WRK-NUMERO-ARQUIVO REL-CAB-NUMERO.
005060     IF APR-CAB-NUMERO NOT NUMERIC
005070             OR APR-CAB-NUMERO NOT > WRK-ULTIMO-ARQUIVO
005080         SET ARQUIVO-APRES-COM-ERRO TO TRUE
005090         MOVE "ARQUIVO JA PROCESSADO OU FORA DE ORDEM"
005100           TO WRK-MSG-ERRO-ARQ
005110         GO TO 1500-CONFERIR-ARQUIVO-EXIT
005120     END-IF.
005130     PERFORM 1550-CONFERIR-REGISTRO
005140             THRU 1550-CONFERIR-REGISTRO-EXIT
005150             UNTIL FIM-ARQUIVO-APRESENTADOS
005160             OR ARQUIVO-APRES-COM-ERRO.
005170     IF ARQUIVO-APRES-COM-ERRO
005180         GO TO 1500-CONFERIR-ARQUIVO-EXIT
005190     END-IF.
005200     IF NOT TRAILER-LIDO
005210         SET ARQUIVO-APRES-COM-ERRO TO TRUE
005220         MOVE "TRAILER AUSENTE" TO WRK-MSG-ERRO-ARQ
005230         GO TO 1500-CONFERIR-ARQUIVO-EXIT
005240     END-IF.
005250     IF APR-TRL-QTD NOT = WRK-CONT-ITENS
005260         SET ARQUIVO-APRES-COM-ERRO TO TRUE
005270         MOVE "QUANTIDADE DO TRAILER NAO CONFERE"
005280           TO WRK-MSG-ERRO-ARQ
005290         GO TO 1500-CONFERIR-ARQUIVO-EXIT
005300     END-IF.
005310     IF APR-TRL-TOTAL NOT = WRK-SOMA-ITENS
005320         SET ARQUIVO-APRES-COM-ERRO TO TRUE
005330         MOVE "SOMA DO TRAILER NAO CONFERE"
005340           TO WRK-MSG-ERRO-ARQ
005350     END-IF.
005360 1500-CONFERIR-ARQUIVO-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------*
005400* 1550-CONFERIR-REGISTRO - CONFERE UM REGISTRO APOS O      *
005410*                  CABECALHO. O TRAILER TEM DE SER O       *
005420*                  ULTIMO REGISTRO DO ARQUIVO.             *
005430*----------------------------------------------------------*
005440 1550-CONFERIR-REGISTRO.
005450     PERFORM 2100-LER-APRESENTADO
005460             THRU 2100-LER-APRESENTADO-EXIT.
005470     IF FIM-ARQUIVO-APRESENTADOS
005480         GO TO 1550-CONFERIR-REGISTRO-EXIT
005490     END-IF.
005500     IF TRAILER-LIDO
005510         SET ARQUIVO-APRES-COM-ERRO TO TRUE
005520         MOVE "REGISTRO APOS O TRAILER" TO WRK-MSG-ERRO-ARQ
005530         GO TO 1550-CONFERIR-REGISTRO-EXIT
005540     END-IF.
005550     EVALUATE TRUE
005560         WHEN APR-DETALHE
005570             IF APR-DET-ITEM NOT NUMERIC
005580                     OR APR-DET-BANCO NOT NUMERIC
005590                     OR APR-DET-CONTA NOT NUMERIC
005600                     OR APR-DET-CHEQUE NOT NUMERIC
005610                     OR APR-DET-VALOR NOT NUMERIC
005620                 SET ARQUIVO-APRES-COM-ERRO TO TRUE
005630                 MOVE "CHEQUE COM CAMPO NAO NUMERICO"
005640                   TO WRK-MSG-ERRO-ARQ
005650             ELSE
005660                 ADD 1 TO WRK-CONT-ITENS
005670                 ADD APR-DET-VALOR TO WRK-SOMA-ITENS
005680             END-IF
005690         WHEN APR-TRAILER
005700             SET TRAILER-LIDO TO TRUE
005710         WHEN OTHER
005720             SET ARQUIVO-APRES-COM-ERRO TO TRUE
005730             MOVE "TIPO DE REGISTRO INVALIDO"
005740               TO WRK-MSG-ERRO-ARQ
005750     END-EVALUATE.
005760 1550-CONFERIR-REGISTRO-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------*
005800* 1800-ABRIR-POSTAGEM - ARQUIVO CONFERIDO: REABRE-O DO     *
005810*                  INICIO, ABRE O MESTRE, AS SUSTACOES, OS *
005820*                  ARQUIVOS DO SALDO DISPONIVEL, A         *
005830*                  AUDITORIA E A DEVOLUCAO E LIGA A TRAVA  *
005840*                  DO CLICTRL. SEM O CLISUST NENHUM CHEQUE *
005850*                  E PAGO (RC 16): PAGAR CHEQUE SUSTADO E  *
005860*                  PREJUIZO CERTO.                         *
005870*----------------------------------------------------------*
005880 1800-ABRIR-POSTAGEM.
005890     CLOSE APRESENTADOS.
005900     MOVE "N" TO WRK-FIM-APRES.
005910     MOVE ZEROS TO WRK-CONT-LIDOS.
005920     OPEN INPUT APRESENTADOS.
005930     OPEN I-O CLIENTES-MASTER.
005940     IF FS-CLIENTES-MASTER NOT = "00"
005950         DISPLAY "CLICHQCP: ERRO AO ABRIR CLIMSTR - STATUS "
005960                 FS-CLIENTES-MASTER
005970         CLOSE APRESENTADOS RELATORIO
005980         MOVE 16 TO RETURN-CODE
005990         GO TO 9999-EXIT
006000     END-IF.
006010     OPEN INPUT SUSTACOES.
006020     IF FS-SUSTACOES NOT = "00"
006030         DISPLAY "CLICHQCP: ERRO AO ABRIR CLISUST - STATUS "
006040                 FS-SUSTACOES
006050         CLOSE APRESENTADOS RELATORIO CLIENTES-MASTER
006060         MOVE 16 TO RETURN-CODE
006070         GO TO 9999-EXIT
006080     END-IF.
006090     OPEN INPUT BLOQUEIOS.
006100     IF FS-BLOQUEIOS = "00"
006110         SET ARQUIVO-BLOQUEIOS-OK TO TRUE
006120     ELSE
006130         DISPLAY "CLICHQCP: CLIBLOQ NAO ENCONTRADO - "
006140                 "BLOQUEIOS NAO CONSIDERADOS"
006150     END-IF.
006160     OPEN INPUT LIMITES.
006170     IF FS-LIMITES = "00"
006180         SET ARQUIVO-LIMITES-OK TO TRUE
006190     ELSE
006200         DISPLAY "CLICHQCP: CLILIMIT NAO ENCONTRADO - "
006210                 "LIMITE PADRAO PARA TODAS AS CONTAS"
006220     END-IF.
006230     OPEN INPUT FLUTUANTES.
006240     IF FS-FLUTUANTES = "00"
006250         SET ARQUIVO-FLOAT-OK TO TRUE
006260     ELSE
006270         DISPLAY "CLICHQCP: CLIFLOAT NAO ENCONTRADO - "
006280                 "FUNDOS EM COMPENSACAO NAO CONSIDERADOS"
006290     END-IF.
006300     PERFORM 1100-LER-PARAMETROS
006310             THRU 1100-LER-PARAMETROS-EXIT.
006320     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
006330             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
006340     OPEN EXTEND AUDITORIA.
006350     OPEN I-O AUDITORIA-CHAVEADA.
006360     IF FS-AUDK = "00" OR FS-AUDK = "05"
006370         SET ARQUIVO-AUDK-OK TO TRUE
006380     ELSE
006390         DISPLAY "CLICHQCP: CLIAUDK INDISPONIVEL - STATUS "
006400                 FS-AUDK " - ESPELHO NAO GRAVADO (RODAR O "
006410                 "CLIAUDKL)"
006420     END-IF.
006430     OPEN OUTPUT DEVOLUCAO.
006440     MOVE WRK-DATA-EXECUCAO  TO DEV-CAB-DATA.
006450     MOVE WRK-NUMERO-ARQUIVO TO DEV-CAB-NUMERO.
006460     WRITE DEV-LINHA FROM DEV-CABECALHO.
006470     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
006480     PERFORM 2100-LER-APRESENTADO
006490             THRU 2100-LER-APRESENTADO-EXIT.
006500 1800-ABRIR-POSTAGEM-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------*
006540* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
006550*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
006560*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
006570*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
006580*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
006590*----------------------------------------------------------*
006600 1160-MARCAR-EM-PROCESSAMENTO.
006610     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
006620     OPEN INPUT CONTROLE.
006630     IF FS-CONTROLE = "00"
006640         READ CONTROLE
006650             AT END
006660                 CONTINUE
006670             NOT AT END
006680                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
006690                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
006700         END-READ
006710         CLOSE CONTROLE
006720     END-IF.
006730     OPEN OUTPUT CONTROLE.
006740     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
006750     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
006760     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
006770     WRITE CTRL-REGISTRO.
006780     CLOSE CONTROLE.
006790 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
006840*                  CLICTRL AO FIM DA COMPENSACAO           *
006850*----------------------------------------------------------*
006860 1170-DESMARCAR-PROCESSAMENTO.
006870     OPEN OUTPUT CONTROLE.
006880     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
006890     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
006900     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
006910     WRITE CTRL-REGISTRO.
006920     CLOSE CONTROLE.
006930 1170-DESMARCAR-PROCESSAMENTO-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------*
006970* 2000-TRATAR-REGISTRO - 2a PASSADA: CRITICA CADA CHEQUE   *
006980*                  APRESENTADO E O PAGA OU DEVOLVE.        *
006990*                  CABECALHO E TRAILER JA FORAM CONFERIDOS *
007000*                  E SAO SALTADOS.                         *
007010*----------------------------------------------------------*
007020 2000-TRATAR-REGISTRO.
007030     IF NOT APR-DETALHE
007040         GO TO 2000-TRATAR-REGISTRO-PROXIMO
007050     END-IF.
007060     MOVE APR-DET-ITEM   TO REL-DET-ITEM.
007070     MOVE APR-DET-CONTA  TO REL-DET-CONTA.
007080     MOVE APR-DET-CHEQUE TO REL-DET-CHEQUE.
007090     MOVE APR-DET-VALOR  TO REL-DET-VALOR.
007100     MOVE ZEROS TO WRK-MOTIVO-DEV.
007110     PERFORM 2200-CRITICAR-CHEQUE
007120             THRU 2200-CRITICAR-CHEQUE-EXIT.
007130     IF WRK-MOTIVO-DEV = ZEROS
007140         PERFORM 2400-PAGAR-CHEQUE
007150                 THRU 2400-PAGAR-CHEQUE-EXIT
007160     ELSE
007170         PERFORM 2500-DEVOLVER-CHEQUE
007180                 THRU 2500-DEVOLVER-CHEQUE-EXIT
007190     END-IF.
007200     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
007210 2000-TRATAR-REGISTRO-PROXIMO.
007220     PERFORM 2100-LER-APRESENTADO
007230             THRU 2100-LER-APRESENTADO-EXIT.
007240 2000-TRATAR-REGISTRO-EXIT.
007250     EXIT.
007260
007270*----------------------------------------------------------*
007280* 2100-LER-APRESENTADO - LEITURA SEQUENCIAL DO CLICHQAP    *
007290*----------------------------------------------------------*
007300 2100-LER-APRESENTADO.
007310     READ APRESENTADOS INTO APR-REGISTRO
007320         AT END
007330             SET FIM-ARQUIVO-APRESENTADOS TO TRUE
007340         NOT AT END
007350             ADD 1 TO WRK-CONT-LIDOS
007360     END-READ.
007370 2100-LER-APRESENTADO-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------*
007410* 2200-CRITICAR-CHEQUE - APURA O MOTIVO DE DEVOLUCAO DO    *
007420*                  CHEQUE CORRENTE (ZERO = PAGAVEL), NA    *
007430*                  ORDEM: CONTA, SUSTACAO, FUNDOS. O SALDO *
007440*                  DISPONIVEL E O DO CLIMOVTO: SALDO MAIS  *
007450*                  O LIMITE, MENOS BLOQUEIOS VIGENTES E    *
007460*                  FUNDOS AINDA EM COMPENSACAO. FALTA QUE  *
007470*                  SO EXISTE POR CAUSA DE BLOQUEIO         *
007480*                  JUDICIAL SAI COMO 24.                   *
007490*----------------------------------------------------------*
007500 2200-CRITICAR-CHEQUE.
007510     MOVE APR-DET-CONTA TO CLI-ID.
007520     READ CLIENTES-MASTER
007530         INVALID KEY
007540             MOVE 13 TO WRK-MOTIVO-DEV
007550             GO TO 2200-CRITICAR-CHEQUE-EXIT
007560     END-READ.
007570     IF CLI-INATIVO OR CLI-DORMENTE OR CLI-PREJUIZO
007580             OR CLI-FALECIDO
007590             OR CLI-DATA-ABERTURA > WRK-DATA-EXECUCAO
007600             OR (CLI-DATA-ENCERRAMENTO NOT = ZEROS
007610             AND CLI-DATA-ENCERRAMENTO NOT > WRK-DATA-EXECUCAO)
007620         MOVE 13 TO WRK-MOTIVO-DEV
007630         GO TO 2200-CRITICAR-CHEQUE-EXIT
007640     END-IF.
007650     MOVE APR-DET-CONTA  TO SUS-CLI-ID.
007660     MOVE APR-DET-CHEQUE TO SUS-CHEQUE.
007670     READ SUSTACOES
007680         INVALID KEY
007690             CONTINUE
007700         NOT INVALID KEY
007710             IF SUS-DATA-CANCELAMENTO = ZEROS
007720                 EVALUATE TRUE
007730                     WHEN SUS-FURTO-ROUBO
007740                         MOVE 28 TO WRK-MOTIVO-DEV
007750                     WHEN SUS-EXTRAVIO
007760                         MOVE 20 TO WRK-MOTIVO-DEV
007770                     WHEN OTHER
007780                         MOVE 21 TO WRK-MOTIVO-DEV
007790                 END-EVALUATE
007800             END-IF
007810     END-READ.
007820     IF WRK-MOTIVO-DEV NOT = ZEROS
007830         GO TO 2200-CRITICAR-CHEQUE-EXIT
007840     END-IF.
007850     PERFORM 2210-APURAR-LIMITE-CLIENTE
007860             THRU 2210-APURAR-LIMITE-CLIENTE-EXIT.
007870     MOVE ZEROS TO WRK-TOTAL-BLOQUEADO WRK-TOTAL-JUDICIAL
007880                   WRK-TOTAL-FLUTUANTE.
007890     IF ARQUIVO-BLOQUEIOS-OK
007900         PERFORM 2220-SOMAR-BLOQUEIOS
007910                 THRU 2220-SOMAR-BLOQUEIOS-EXIT
007920     END-IF.
007930     IF ARQUIVO-FLOAT-OK
007940         PERFORM 2240-SOMAR-FLUTUANTES
007950                 THRU 2240-SOMAR-FLUTUANTES-EXIT
007960     END-IF.
007970     IF CLI-SALDO - APR-DET-VALOR - WRK-TOTAL-FLUTUANTE
007980             - WRK-TOTAL-BLOQUEADO + WRK-TOTAL-JUDICIAL
007990             < WRK-LIMITE-CLIENTE
008000         MOVE 11 TO WRK-MOTIVO-DEV
008010         GO TO 2200-CRITICAR-CHEQUE-EXIT
008020     END-IF.
008030     IF CLI-SALDO - APR-DET-VALOR - WRK-TOTAL-FLUTUANTE
008040             - WRK-TOTAL-BLOQUEADO < WRK-LIMITE-CLIENTE
008050         MOVE 24 TO WRK-MOTIVO-DEV
008060     END-IF.
008070 2200-CRITICAR-CHEQUE-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------*
008110* 2210-APURAR-LIMITE-CLIENTE - LIMITE DE CHEQUE ESPECIAL   *
008120*                  DA CONTA: O CONTRATADO NO CLILIMIT OU O *
008130*                  PADRAO DO CLIPARM                       *
008140*----------------------------------------------------------*
008150 2210-APURAR-LIMITE-CLIENTE.
008160     MOVE WRK-LIMITE-OVERDR TO WRK-LIMITE-CLIENTE.
008170     IF NOT ARQUIVO-LIMITES-OK
008180         GO TO 2210-APURAR-LIMITE-CLIENTE-EXIT
008190     END-IF.
008200     MOVE APR-DET-CONTA TO LIM-CLI-ID.
008210     READ LIMITES
008220         INVALID KEY
008230             CONTINUE
008240         NOT INVALID KEY
008250             MOVE LIM-VALOR TO WRK-LIMITE-CLIENTE
008260     END-READ.
008270 2210-APURAR-LIMITE-CLIENTE-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------*
008310* 2220-SOMAR-BLOQUEIOS - SOMA OS BLOQUEIOS VIGENTES DA     *
008320*                  CONTA EM WRK-TOTAL-BLOQUEADO, COM A     *
008330*                  PARCELA JUDICIAL A PARTE EM             *
008340*                  WRK-TOTAL-JUDICIAL                      *
008350*----------------------------------------------------------*
008360 2220-SOMAR-BLOQUEIOS.
008370     MOVE "N" TO WRK-FIM-BLQ.
008380     MOVE APR-DET-CONTA TO BLQ-CLI-ID.
008390     MOVE ZEROS         TO BLQ-SEQ.
008400     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
008410         INVALID KEY
008420             SET FIM-BLOQUEIOS TO TRUE
008430     END-START.
008440     PERFORM 2230-LER-BLOQUEIO THRU 2230-LER-BLOQUEIO-EXIT
008450             UNTIL FIM-BLOQUEIOS.
008460 2220-SOMAR-BLOQUEIOS-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------*
008500* 2230-LER-BLOQUEIO - TRATA UM BLOQUEIO DA CONTA           *
008510*----------------------------------------------------------*
008520 2230-LER-BLOQUEIO.
008530     READ BLOQUEIOS NEXT RECORD
008540         AT END
008550             SET FIM-BLOQUEIOS TO TRUE
008560             GO TO 2230-LER-BLOQUEIO-EXIT
008570     END-READ.
008580     IF BLQ-CLI-ID NOT = APR-DET-CONTA
008590         SET FIM-BLOQUEIOS TO TRUE
008600         GO TO 2230-LER-BLOQUEIO-EXIT
008610     END-IF.
008620     IF BLQ-DATA-LIBERACAO = ZEROS
008630             OR BLQ-DATA-LIBERACAO > WRK-DATA-EXECUCAO
008640         ADD BLQ-VALOR TO WRK-TOTAL-BLOQUEADO
008650         IF BLQ-JUDICIAL
008660             ADD BLQ-VALOR TO WRK-TOTAL-JUDICIAL
008670         END-IF
008680     END-IF.
008690 2230-LER-BLOQUEIO-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------*
008730* 2240-SOMAR-FLUTUANTES - SOMA OS FUNDOS EM COMPENSACAO    *
008740*                  PENDENTES DA CONTA (LIBERACAO POSTERIOR *
008750*                  A DATA DE EXECUCAO)                     *
008760*----------------------------------------------------------*
008770 2240-SOMAR-FLUTUANTES.
008780     MOVE "N" TO WRK-FIM-FLT.
008790     MOVE APR-DET-CONTA TO FLT-CLI-ID.
008800     MOVE ZEROS         TO FLT-SEQ.
008810     START FLUTUANTES KEY IS GREATER THAN FLT-CHAVE
008820         INVALID KEY
008830             SET FIM-FLUTUANTES TO TRUE
008840     END-START.
008850     PERFORM 2250-LER-FLUTUANTE THRU 2250-LER-FLUTUANTE-EXIT
008860             UNTIL FIM-FLUTUANTES.
008870 2240-SOMAR-FLUTUANTES-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------*
008910* 2250-LER-FLUTUANTE - TRATA UM REGISTRO DO FLOAT          *
008920*----------------------------------------------------------*
008930 2250-LER-FLUTUANTE.
008940     READ FLUTUANTES NEXT RECORD
008950         AT END
008960             SET FIM-FLUTUANTES TO TRUE
008970             GO TO 2250-LER-FLUTUANTE-EXIT
008980     END-READ.
008990     IF FLT-CLI-ID NOT = APR-DET-CONTA
009000         SET FIM-FLUTUANTES TO TRUE
009010         GO TO 2250-LER-FLUTUANTE-EXIT
009020     END-IF.
009030     IF FLT-PENDENTE AND FLT-DATA-DISPON > WRK-DATA-EXECUCAO
009040         ADD FLT-VALOR TO WRK-TOTAL-FLUTUANTE
009050     END-IF.
009060 2250-LER-FLUTUANTE-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------*
009100* 2400-PAGAR-CHEQUE - DEBITA O CHEQUE NA CONTA DO EMITENTE *
009110*                  E GRAVA A AUDITORIA "M" COM O VALOR     *
009120*                  NEGATIVO EM AUD-JUROS-DIA, COMO O SAQUE *
009130*                  DO CLIMOVTO                             *
009140*----------------------------------------------------------*
009150 2400-PAGAR-CHEQUE.
009160     MOVE CLI-SALDO TO WRK-SALDO-ANTERIOR.
009170     SUBTRACT APR-DET-VALOR FROM CLI-SALDO.
009180     MOVE WRK-DATA-EXECUCAO  TO AUD-DATA.
009190     MOVE CLI-ID             TO AUD-CLIENTE-ID.
009200     MOVE WRK-SALDO-ANTERIOR TO AUD-SALDO-ANTERIOR.
009210     MOVE CLI-SALDO          TO AUD-SALDO-NOVO.
009220     MOVE ZEROS              TO AUD-TAXA-APLICADA.
009230     COMPUTE AUD-JUROS-DIA = ZERO - APR-DET-VALOR.
009240     MOVE "M"                TO AUD-ORIGEM.
009250     MOVE ZEROS              TO AUD-SALDO-BASE.
009260     WRITE AUD-LINHA FROM AUD-REGISTRO.
009270     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
009280     REWRITE CLI-REGISTRO.
009290     IF FS-CLIENTES-MASTER NOT = "00"
009300         DISPLAY "CLICHQCP: ERRO AO REGRAVAR CLIENTE "
009310                 CLI-ID " STATUS " FS-CLIENTES-MASTER
009320     END-IF.
009330     MOVE "PAGO     " TO REL-DET-SITUACAO.
009340     MOVE SPACES      TO REL-DET-MOTIVO-COD REL-DET-MOTIVO.
009350     ADD 1 TO WRK-CONT-PAGOS.
009360     ADD APR-DET-VALOR TO WRK-TOTAL-PAGO.
009370 2400-PAGAR-CHEQUE-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------*
009410* 2500-DEVOLVER-CHEQUE - GRAVA O CHEQUE NO ARQUIVO DE      *
009420*                  DEVOLUCAO COM O MOTIVO APURADO. O SALDO *
009430*                  DA CONTA NAO E TOCADO.                  *
009440*----------------------------------------------------------*
009450 2500-DEVOLVER-CHEQUE.
009460     MOVE APR-DET-ITEM   TO DEV-DET-ITEM.
009470     MOVE APR-DET-BANCO  TO DEV-DET-BANCO.
009480     MOVE APR-DET-CONTA  TO DEV-DET-CONTA.
009490     MOVE APR-DET-CHEQUE TO DEV-DET-CHEQUE.
009500     MOVE APR-DET-VALOR  TO DEV-DET-VALOR.
009510     MOVE WRK-MOTIVO-DEV TO DEV-DET-MOTIVO.
009520     WRITE DEV-LINHA FROM DEV-DETALHE.
009530     MOVE "DEVOLVIDO" TO REL-DET-SITUACAO.
009540     MOVE WRK-MOTIVO-DEV TO REL-DET-MOTIVO-COD.
009550     PERFORM 2550-TRADUZIR-MOTIVO
009560             THRU 2550-TRADUZIR-MOTIVO-EXIT.
009570     ADD 1 TO WRK-CONT-DEVOLVIDOS.
009580     ADD APR-DET-VALOR TO WRK-TOTAL-DEVOLVIDO.
009590 2500-DEVOLVER-CHEQUE-EXIT.
009600     EXIT.
009610
009620*----------------------------------------------------------*
009630* 2550-TRADUZIR-MOTIVO - TEXTO DO MOTIVO DE DEVOLUCAO      *
009640*----------------------------------------------------------*
009650 2550-TRADUZIR-MOTIVO.
009660     MOVE SPACES TO REL-DET-MOTIVO.
009670     PERFORM 2560-CONFERIR-MOTIVO
009680             THRU 2560-CONFERIR-MOTIVO-EXIT
009690             VARYING WRK-IDX-MOT FROM 1 BY 1
009700             UNTIL WRK-IDX-MOT > WRK-QTD-MOTIVOS.
009710 2550-TRADUZIR-MOTIVO-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------*
009750* 2560-CONFERIR-MOTIVO - CONFERE UMA ENTRADA DA TABELA     *
009760*----------------------------------------------------------*
009770 2560-CONFERIR-MOTIVO.
009780     IF TAB-MOT-CODIGO (WRK-IDX-MOT) = WRK-MOTIVO-DEV
009790         MOVE TAB-MOT-TEXTO (WRK-IDX-MOT) TO REL-DET-MOTIVO
009800     END-IF.
009810 2560-CONFERIR-MOTIVO-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------*
009850* 9000-FINALIZAR - TRAILER DA DEVOLUCAO, TOTAIS, NUMERO DO *
009860*                  ARQUIVO NO CLICHQCT, FECHAMENTO E       *
009870*                  CODIGO DE RETORNO                       *
009880*----------------------------------------------------------*
009890 9000-FINALIZAR.
009900     MOVE WRK-CONT-DEVOLVIDOS TO DEV-TRL-QTD.
009910     MOVE WRK-TOTAL-DEVOLVIDO TO DEV-TRL-TOTAL.
009920     WRITE DEV-LINHA FROM DEV-TRAILER.
009930     MOVE "CHEQUES APRESENTADOS          " TO REL-ROD-ROTULO.
009940     MOVE WRK-CONT-ITENS TO REL-ROD-VALOR.
009950     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
009960     MOVE "CHEQUES PAGOS                 " TO REL-ROD-ROTULO.
009970     MOVE WRK-CONT-PAGOS TO REL-ROD-VALOR.
009980     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
009990     MOVE "CHEQUES DEVOLVIDOS            " TO REL-ROD-ROTULO.
010000     MOVE WRK-CONT-DEVOLVIDOS TO REL-ROD-VALOR.
010010     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010020     MOVE "VALOR TOTAL PAGO              " TO REL-ROV-ROTULO.
010030     MOVE WRK-TOTAL-PAGO TO REL-ROV-VALOR.
010040     WRITE REL-LINHA FROM REL-RODAPE-VALOR
010050             AFTER ADVANCING 1 LINE.
010060     MOVE "VALOR TOTAL DEVOLVIDO         " TO REL-ROV-ROTULO.
010070     MOVE WRK-TOTAL-DEVOLVIDO TO REL-ROV-VALOR.
010080     WRITE REL-LINHA FROM REL-RODAPE-VALOR
010090             AFTER ADVANCING 1 LINE.
010100     OPEN OUTPUT CONTROLE-CHEQUE.
010110     MOVE WRK-NUMERO-ARQUIVO TO CQCT-NUMERO.
010120     MOVE WRK-DATA-EXECUCAO  TO CQCT-DATA.
010130     WRITE CQCT-REGISTRO.
010140     CLOSE CONTROLE-CHEQUE.
010150     CLOSE APRESENTADOS CLIENTES-MASTER SUSTACOES AUDITORIA
010160             DEVOLUCAO RELATORIO.
010170     IF ARQUIVO-BLOQUEIOS-OK
010180         CLOSE BLOQUEIOS
010190     END-IF.
010200     IF ARQUIVO-LIMITES-OK
010210         CLOSE LIMITES
010220     END-IF.
010230     IF ARQUIVO-FLOAT-OK
010240         CLOSE FLUTUANTES
010250     END-IF.
010260     IF ARQUIVO-AUDK-OK
010270         CLOSE AUDITORIA-CHAVEADA
010280     END-IF.
010290     PERFORM 1170-DESMARCAR-PROCESSAMENTO
010300             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
010310     DISPLAY "CLICHQCP: ARQUIVO " WRK-NUMERO-ARQUIVO " - "
010320             WRK-CONT-PAGOS " PAGOS, " WRK-CONT-DEVOLVIDOS
010330             " DEVOLVIDOS".
010340     IF WRK-CONT-DEVOLVIDOS > ZEROS
010350         MOVE 4 TO RETURN-CODE
010360     END-IF.
010370 9000-FINALIZAR-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------*
010410* 9500-ABORTAR-ARQUIVO - ARQUIVO QUE NAO FECHA COM O       *
010420*                  TRAILER OU JA PROCESSADO: NADA E        *
010430*                  POSTADO, O MOTIVO VAI PARA O RELATORIO  *
010440*                  E O STEP TERMINA COM RC 16              *
010450*----------------------------------------------------------*
010460 9500-ABORTAR-ARQUIVO.
010470     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
010480     MOVE WRK-MSG-ERRO-ARQ TO REL-ERR-TEXTO.
010490     WRITE REL-LINHA FROM REL-ERRO-ARQUIVO
010500             AFTER ADVANCING 2 LINES.
010510     CLOSE APRESENTADOS RELATORIO.
010520     DISPLAY "CLICHQCP: ARQUIVO REJEITADO - " WRK-MSG-ERRO-ARQ.
010530     MOVE 16 TO RETURN-CODE.
010540 9500-ABORTAR-ARQUIVO-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------*
010580* 9600-FECHAR-SEM-CHEQUES - NENHUM CHEQUE APRESENTADO NO   *
010590*                  DIA: SO O CABECALHO E O AVISO           *
010600*----------------------------------------------------------*
010610 9600-FECHAR-SEM-CHEQUES.
010620     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
010630     MOVE "NENHUM CHEQUE APRESENTADO     " TO REL-ROD-ROTULO.
010640     MOVE ZEROS TO REL-ROD-VALOR.
010650     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
010660     CLOSE APRESENTADOS RELATORIO.
010670 9600-FECHAR-SEM-CHEQUES-EXIT.
010680     EXIT.
010690
010700*----------------------------------------------------------*
010710* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
010720*                 DE AUDITORIA RECEM-GRAVADA, NA PROXIMA   *
010730*                 SEQUENCIA LIVRE DO CLIENTE + DATA        *
010740*----------------------------------------------------------*
010750 7700-ESPELHAR-AUDK.
010760     IF NOT ARQUIVO-AUDK-OK
010770         GO TO 7700-ESPELHAR-AUDK-EXIT
010780     END-IF.
010790     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
010800     MOVE AUD-DATA       TO AUDK-DATA.
010810     MOVE AUD-REGISTRO   TO AUDK-LINHA.
010820     MOVE "N" TO WRK-AUDK-OK.
010830     MOVE 1 TO WRK-AUDK-SEQ.
010840     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
010850             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
010860     IF NOT AUDK-GRAVADO
010870         DISPLAY "CLICHQCP: ESPELHO CLIAUDK NAO GRAVADO "
010880                 "PARA O CLIENTE " AUDK-CLIENTE
010890     END-IF.
010900 7700-ESPELHAR-AUDK-EXIT.
010910     EXIT.
010920
010930*----------------------------------------------------------*
010940* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE; CHAVE     *
010950*                 DUPLICADA AVANCA A SEQUENCIA             *
010960*----------------------------------------------------------*
010970 7750-TENTAR-AUDK.
010980     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
010990     WRITE AUDK-REGISTRO
011000         INVALID KEY
011010             ADD 1 TO WRK-AUDK-SEQ
011020         NOT INVALID KEY
011030             SET AUDK-GRAVADO TO TRUE
011040     END-WRITE.
011050 7750-TENTAR-AUDK-EXIT.
011060     EXIT.
011070 9999-EXIT.
011080     STOP RUN.
