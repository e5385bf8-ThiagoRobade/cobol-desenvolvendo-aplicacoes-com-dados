000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIALERT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - ALERTAS DE          *
000120*                    TRANSACAO POR E-MAIL E SMS PARA O     *
000130*                    GATEWAY DE MENSAGENS, PELA            *
000140*                    PREFERENCIA DE CADA CONTA             *
000150*                    (CLI-ALERTA-CANAL,                    *
000160*                    CLI-ALERTA-VALOR-MIN E                *
000170*                    CLI-ALERTA-EVENTOS, MANTIDOS NA       *
000180*                    FUNCAO "D" DO CLIMAINT). PRIMEIRO LE  *
000190*                    O RETORNO DO GATEWAY CLIALRRT DA      *
000200*                    REMESSA ANTERIOR E MARCA NO MESTRE O  *
000210*                    E-MAIL OU TELEFONE DEVOLVIDO          *
000220*                    (CLI-EMAIL-SITUACAO /                 *
000230*                    CLI-FONE-SITUACAO), QUE DEIXA DE      *
000240*                    RECEBER ALERTA ATE A AGENCIA          *
000250*                    CORRIGIR. DEPOIS APURA OS EVENTOS DOS *
000260*                    DIAS AINDA NAO AVISADOS: SAQUE OU     *
000270*                    DEBITO (AUDITORIA "M" NEGATIVA,       *
000280*                    INCLUSIVE CHEQUE PAGO), CREDITO       *
000290*                    RECEBIDO DA COMPENSACAO (AUDITORIA    *
000300*                    "C"), CONTA QUE PASSOU A SALDO        *
000310*                    NEGATIVO (QUALQUER LINHA DE           *
000320*                    AUDITORIA), BLOQUEIO INCLUIDO NO      *
000330*                    CLIBLOQ E CHEQUE DEVOLVIDO NA ULTIMA  *
000340*                    GERACAO DO CLICHQDV. GRAVA A REMESSA  *
000350*                    CLIALRX (CABECALHO, UM DETALHE POR    *
000360*                    ALERTA E CANAL, TRAILER COM           *
000370*                    QUANTIDADES E HASH) E O RELATORIO     *
000380*                    RELALR COM OS CONTATOS DEVOLVIDOS     *
000390*                    PENDENTES POR AGENCIA. O CONTROLE     *
000400*                    CLIALRCT GUARDA A ULTIMA DATA         *
000410*                    AVISADA, A ULTIMA REMESSA E O ULTIMO  *
000420*                    RETORNO APLICADO. PARM: AAAAMMDD DA   *
000430*                    DATA FINAL; EM BRANCO, A DATA DO      *
000440*                    SISTEMA.                              *
000450*----------------------------------------------------------*
000460 ENVIRONMENT             DIVISION.
000470 CONFIGURATION           SECTION.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500
000510 INPUT-OUTPUT            SECTION.
000520 FILE-CONTROL.
000530     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CLI-ID
000570         FILE STATUS IS FS-CLIENTES-MASTER.
000580     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-AUDITORIA.
000610     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS BLQ-CHAVE
000650         FILE STATUS IS FS-BLOQUEIOS.
000660*----------------------------------------------------------*
000670* CHEQUES DEVOLVIDOS PELO CLICHQCP (ULTIMA GERACAO)        *
000680*----------------------------------------------------------*
000690     SELECT DEVOLUCAO ASSIGN TO "CLICHQDV"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-DEVOLUCAO.
000720*----------------------------------------------------------*
000730* RETORNO DE ENTREGA DO GATEWAY DE MENSAGENS               *
000740*----------------------------------------------------------*
000750     SELECT RETORNO-GATEWAY ASSIGN TO "CLIALRRT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FS-RETORNO-GATEWAY.
000780*----------------------------------------------------------*
000790* REMESSA DE ALERTAS NO LAYOUT FIXO DO GATEWAY             *
000800*----------------------------------------------------------*
000810     SELECT REMESSA-ALERTAS ASSIGN TO "CLIALRX"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FS-REMESSA-ALERTAS.
000840*----------------------------------------------------------*
000850* CONTROLE DA ULTIMA DATA AVISADA E DAS REMESSAS           *
000860*----------------------------------------------------------*
000870     SELECT CONTROLE-ALERTA ASSIGN TO "CLIALRCT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FS-CONTROLE-ALERTA.
000900*----------------------------------------------------------*
000910* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000920*----------------------------------------------------------*
000930     SELECT CONTROLE ASSIGN TO "CLICTRL"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS FS-CONTROLE.
000960     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000970     SELECT RELATORIO ASSIGN TO "RELALR"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-RELATORIO.
001000
001010 DATA                    DIVISION.
001020 FILE                    SECTION.
001030 FD  CLIENTES-MASTER
001040     LABEL RECORD IS STANDARD.
001050     COPY CLIREG.
001060
001070 FD  AUDITORIA
001080     LABEL RECORD IS STANDARD.
001090 01  AUD-LINHA                PICTURE X(100).
001100
001110 FD  BLOQUEIOS
001120     LABEL RECORD IS STANDARD.
001130     COPY CLIBLQRG.
001140
001150 FD  DEVOLUCAO
001160     LABEL RECORD IS STANDARD.
001170 01  DEV-LINHA                PICTURE X(120).
001180
001190 FD  RETORNO-GATEWAY
001200     LABEL RECORD IS STANDARD.
001210 01  RTN-LINHA                PICTURE X(120).
001220
001230 FD  REMESSA-ALERTAS
001240     LABEL RECORD IS STANDARD.
001250 01  ALX-LINHA                PICTURE X(120).
001260
001270 FD  CONTROLE-ALERTA
001280     LABEL RECORD IS STANDARD.
001290 01  ALRCT-REGISTRO.
001300     05  ALRCT-ULTIMA-DATA    PICTURE 9(08).
001310     05  ALRCT-ULTIMA-REMESSA PICTURE 9(06).
001320     05  ALRCT-ULTIMO-RETORNO PICTURE 9(06).
001330
001340 FD  CONTROLE
001350     LABEL RECORD IS STANDARD.
001360 01  CTRL-REGISTRO.
001370     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001380     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001390     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001400
001410 SD  CLASSIFICACAO.
001420 01  SRT-REGISTRO.
001430     05  SRT-AGENCIA          PICTURE 9(04).
001440     05  SRT-CLIENTE          PICTURE 9(06).
001450     05  SRT-TIPO             PICTURE X(01).
001460     05  SRT-NOME             PICTURE X(20).
001470     05  SRT-CONTATO          PICTURE X(30).
001480     05  SRT-CANAL            PICTURE X(01).
001490
001500 FD  RELATORIO
001510     LABEL RECORD IS STANDARD.
001520 01  REL-LINHA               PICTURE X(132).
001530
001540 WORKING-STORAGE         SECTION.
001550 01  WRK-FLAGS.
001560     05  WRK-FIM-AUD     PICTURE X(01)      VALUE "N".
001570         88  FIM-AUDITORIA                  VALUE "S".
001580     05  WRK-FIM-BLQ     PICTURE X(01)      VALUE "N".
001590         88  FIM-BLOQUEIOS                  VALUE "S".
001600     05  WRK-FIM-DEV     PICTURE X(01)      VALUE "N".
001610         88  FIM-DEVOLUCAO                  VALUE "S".
001620     05  WRK-FIM-RTN     PICTURE X(01)      VALUE "N".
001630         88  FIM-RETORNO                    VALUE "S".
001640     05  WRK-FIM-CLI     PICTURE X(01)      VALUE "N".
001650         88  FIM-CLIENTES                   VALUE "S".
001660     05  WRK-FIM-CLASSIF PICTURE X(01)      VALUE "N".
001670         88  FIM-CLASSIFICACAO              VALUE "S".
001680     05  WRK-RTN-VALIDO  PICTURE X(01)      VALUE "N".
001690         88  RETORNO-VALIDO                 VALUE "S".
001700 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001710 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
001720 01  FS-BLOQUEIOS        PICTURE X(02)      VALUE "00".
001730 01  FS-DEVOLUCAO        PICTURE X(02)      VALUE "00".
001740 01  FS-RETORNO-GATEWAY  PICTURE X(02)      VALUE "00".
001750 01  FS-REMESSA-ALERTAS  PICTURE X(02)      VALUE "00".
001760 01  FS-CONTROLE-ALERTA  PICTURE X(02)      VALUE "00".
001770 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001780 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001790 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001800 77  WRK-HORA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001810 77  WRK-DATA-ALERTA     PICTURE 9(08)      VALUE ZEROS.
001820 77  WRK-DATA-ULTIMA     PICTURE 9(08)      VALUE ZEROS.
001830 77  WRK-REMESSA         PICTURE 9(06)      VALUE ZEROS.
001840 77  WRK-ULTIMO-RETORNO  PICTURE 9(06)      VALUE ZEROS.
001850 77  WRK-RTN-REMESSA     PICTURE 9(06)      VALUE ZEROS.
001860 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001870 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001880 77  WRK-SALDO-ANT-NUM   PICTURE S9(10)V99  COMP VALUE ZEROS.
001890 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
001900 77  WRK-VALOR-NUM       PICTURE S9(10)V99  COMP VALUE ZEROS.
001910 77  WRK-FONE-CONTATO    PICTURE X(30)      VALUE SPACES.
001920 77  WRK-AGENCIA-ATUAL   PICTURE 9(04)      VALUE 9999.
001930 77  WRK-SEQ-ALERTA      PICTURE 9(08)      COMP VALUE ZEROS.
001940 77  WRK-QTD-EMAIL       PICTURE 9(08)      COMP VALUE ZEROS.
001950 77  WRK-QTD-SMS         PICTURE 9(08)      COMP VALUE ZEROS.
001960 77  WRK-HASH-TOTAL      PICTURE 9(13)V99   COMP VALUE ZEROS.
001970 77  WRK-CONT-AUDITORIA  PICTURE 9(08)      COMP VALUE ZEROS.
001980 77  WRK-CONT-EVT-SAQUE  PICTURE 9(06)      COMP VALUE ZEROS.
001990 77  WRK-CONT-EVT-CRED   PICTURE 9(06)      COMP VALUE ZEROS.
002000 77  WRK-CONT-EVT-NEG    PICTURE 9(06)      COMP VALUE ZEROS.
002010 77  WRK-CONT-EVT-BLQ    PICTURE 9(06)      COMP VALUE ZEROS.
002020 77  WRK-CONT-EVT-CHQ    PICTURE 9(06)      COMP VALUE ZEROS.
002030 77  WRK-CONT-SEM-PREF   PICTURE 9(06)      COMP VALUE ZEROS.
002040 77  WRK-CONT-ABAIXO-MIN PICTURE 9(06)      COMP VALUE ZEROS.
002050 77  WRK-CONT-SEM-CONTATO PICTURE 9(06)     COMP VALUE ZEROS.
002060 77  WRK-CONT-SEM-CLIENTE PICTURE 9(06)     COMP VALUE ZEROS.
002070 77  WRK-CONT-RTN-DET    PICTURE 9(08)      COMP VALUE ZEROS.
002080 77  WRK-CONT-RTN-TRL    PICTURE 9(08)      COMP VALUE ZEROS.
002090 77  WRK-CONT-ENTREGUES  PICTURE 9(06)      COMP VALUE ZEROS.
002100 77  WRK-CONT-DEVOLVIDOS PICTURE 9(06)      COMP VALUE ZEROS.
002110 77  WRK-CONT-MARCADOS   PICTURE 9(06)      COMP VALUE ZEROS.
002120 77  WRK-CONT-CORRIGIDOS PICTURE 9(06)      COMP VALUE ZEROS.
002130 77  WRK-CONT-PENDENTES  PICTURE 9(06)      COMP VALUE ZEROS.
002140 77  WRK-AG-PENDENTES    PICTURE 9(06)      COMP VALUE ZEROS.
002150
002160*----------------------------------------------------------*
002170* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
002180*----------------------------------------------------------*
002190     COPY CLIAUDRG.
002200
002210*----------------------------------------------------------*
002220* EVENTO A AVISAR, VINDO DE QUALQUER DAS FONTES            *
002230*----------------------------------------------------------*
002240 01  EVT-REGISTRO.
002250     05  EVT-CLIENTE          PICTURE 9(06).
002260     05  EVT-TIPO             PICTURE X(01).
002270         88  EVT-SAQUE                       VALUE "S".
002280         88  EVT-CREDITO                     VALUE "C".
002290         88  EVT-CHEQUE-DEV                  VALUE "D".
002300         88  EVT-BLOQUEIO                    VALUE "B".
002310         88  EVT-NEGATIVO                    VALUE "N".
002320     05  EVT-DATA             PICTURE 9(08).
002330     05  EVT-VALOR            PICTURE 9(10)V99.
002340     05  EVT-SALDO            PICTURE S9(10)V99.
002350     05  EVT-TEM-SALDO        PICTURE X(01).
002360         88  EVT-SALDO-INFORMADO             VALUE "S".
002370
002380*----------------------------------------------------------*
002390* REGISTROS DO CLICHQDV (LAYOUT GRAVADO PELO CLICHQCP)     *
002400*----------------------------------------------------------*
002410 01  CHD-CABECALHO.
002420     05  CHD-CAB-TIPO         PICTURE X(01).
002430         88  CHD-E-CABECALHO                 VALUE "H".
002440         88  CHD-E-DETALHE                   VALUE "D".
002450     05  CHD-CAB-DATA         PICTURE 9(08).
002460     05  CHD-CAB-NUMERO       PICTURE 9(06).
002470     05  FILLER               PICTURE X(105).
002480 01  CHD-DETALHE REDEFINES CHD-CABECALHO.
002490     05  CHD-DET-TIPO         PICTURE X(01).
002500     05  CHD-DET-ITEM         PICTURE 9(10).
002510     05  CHD-DET-BANCO        PICTURE 9(03).
002520     05  CHD-DET-CONTA        PICTURE 9(06).
002530     05  CHD-DET-CHEQUE       PICTURE 9(08).
002540     05  CHD-DET-VALOR        PICTURE 9(10).
002550     05  CHD-DET-MOTIVO       PICTURE 9(02).
002560     05  FILLER               PICTURE X(80).
002570
002580*----------------------------------------------------------*
002590* RETORNO DO GATEWAY (CLIALRRT): H COM A REMESSA           *
002600* RESPONDIDA, UM D POR ALERTA (E ENTREGUE, D DEVOLVIDO) E  *
002610* T COM A QUANTIDADE DE DETALHES                           *
002620*----------------------------------------------------------*
002630 01  RTN-CABECALHO.
002640     05  RTN-CAB-TIPO         PICTURE X(01).
002650         88  RTN-E-CABECALHO                 VALUE "H".
002660         88  RTN-E-DETALHE                   VALUE "D".
002670         88  RTN-E-TRAILER                   VALUE "T".
002680     05  RTN-CAB-REMESSA      PICTURE 9(06).
002690     05  RTN-CAB-DATA         PICTURE 9(08).
002700     05  FILLER               PICTURE X(105).
002710 01  RTN-DETALHE REDEFINES RTN-CABECALHO.
002720     05  RTN-DET-TIPO         PICTURE X(01).
002730     05  RTN-DET-REMESSA      PICTURE 9(06).
002740     05  RTN-DET-SEQ          PICTURE 9(08).
002750     05  RTN-DET-CLIENTE      PICTURE 9(06).
002760     05  RTN-DET-CANAL        PICTURE X(01).
002770         88  RTN-CANAL-EMAIL                 VALUE "E".
002780         88  RTN-CANAL-SMS                   VALUE "S".
002790     05  RTN-DET-CONTATO      PICTURE X(30).
002800     05  RTN-DET-SITUACAO     PICTURE X(01).
002810         88  RTN-ENTREGUE                    VALUE "E".
002820         88  RTN-DEVOLVIDO                   VALUE "D".
002830     05  RTN-DET-MOTIVO       PICTURE X(30).
002840     05  FILLER               PICTURE X(37).
002850 01  RTN-TRAILER REDEFINES RTN-CABECALHO.
002860     05  RTN-TRL-TIPO         PICTURE X(01).
002870     05  RTN-TRL-QTD          PICTURE 9(08).
002880     05  FILLER               PICTURE X(111).
002890
002900*----------------------------------------------------------*
002910* LINHAS DA REMESSA CLIALRX (LAYOUT FIXO DO GATEWAY)       *
002920*----------------------------------------------------------*
002930 01  ALX-CABECALHO.
002940     05  ALX-CAB-TIPO         PICTURE X(01) VALUE "H".
002950     05  ALX-CAB-REMESSA      PICTURE 9(06).
002960     05  ALX-CAB-DATA-INICIO  PICTURE 9(08).
002970     05  ALX-CAB-DATA-FIM     PICTURE 9(08).
002980     05  ALX-CAB-DATA-GER     PICTURE 9(08).
002990     05  ALX-CAB-HORA-GER     PICTURE 9(06).
003000     05  FILLER               PICTURE X(83) VALUE SPACES.
003010 01  ALX-DETALHE.
003020     05  ALX-DET-TIPO         PICTURE X(01) VALUE "D".
003030     05  ALX-DET-REMESSA      PICTURE 9(06).
003040     05  ALX-DET-SEQ          PICTURE 9(08).
003050     05  ALX-DET-CLIENTE      PICTURE 9(06).
003060     05  ALX-DET-AGENCIA      PICTURE 9(04).
003070     05  ALX-DET-CANAL        PICTURE X(01).
003080     05  ALX-DET-CONTATO      PICTURE X(30).
003090     05  ALX-DET-EVENTO       PICTURE X(01).
003100     05  ALX-DET-DATA         PICTURE 9(08).
003110     05  ALX-DET-VALOR        PICTURE 9(10)V99.
003120     05  ALX-DET-SALDO        PICTURE S9(10)V99.
003130     05  ALX-DET-NOME         PICTURE X(20).
003140     05  FILLER               PICTURE X(11) VALUE SPACES.
003150 01  ALX-TRAILER.
003160     05  ALX-TRL-TIPO         PICTURE X(01) VALUE "T".
003170     05  ALX-TRL-REMESSA      PICTURE 9(06).
003180     05  ALX-TRL-QTD          PICTURE 9(08).
003190     05  ALX-TRL-QTD-EMAIL    PICTURE 9(08).
003200     05  ALX-TRL-QTD-SMS      PICTURE 9(08).
003210     05  ALX-TRL-HASH         PICTURE 9(13)V99.
003220     05  FILLER               PICTURE X(74) VALUE SPACES.
003230
003240 01  REL-CABECALHO.
003250     05  FILLER              PICTURE X(42)
003260             VALUE "ALERTAS DE TRANSACAO (CLIALERT) - REMESSA ".
003270     05  REL-CAB-REMESSA     PICTURE 9(06).
003280     05  FILLER              PICTURE X(12) VALUE "  EVENTOS DE".
003290     05  REL-CAB-DATA-INICIO PICTURE 9(08).
003300     05  FILLER              PICTURE X(03) VALUE " A ".
003310     05  REL-CAB-DATA-FIM    PICTURE 9(08).
003320     05  FILLER              PICTURE X(53) VALUE SPACES.
003330 01  REL-TITULO-PENDENTES.
003340     05  FILLER              PICTURE X(50) VALUE
003350             "CONTATOS DEVOLVIDOS PELO GATEWAY - CORRIGIR NA ".
003360     05  FILLER              PICTURE X(30) VALUE
003370             "FUNCAO D DO CLIMAINT".
003380     05  FILLER              PICTURE X(52) VALUE SPACES.
003390 01  REL-COLUNAS.
003400     05  FILLER              PICTURE X(08) VALUE "CLIENTE".
003410     05  FILLER              PICTURE X(22) VALUE "NOME".
003420     05  FILLER              PICTURE X(10) VALUE "CONTATO".
003430     05  FILLER              PICTURE X(32) VALUE "DEVOLVIDO".
003440     05  FILLER              PICTURE X(60) VALUE "SITUACAO".
003450 01  REL-LINHA-AGENCIA.
003460     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
003470     05  REL-AG-CODIGO       PICTURE 9(04).
003480     05  FILLER              PICTURE X(120) VALUE SPACES.
003490 01  REL-DETALHE.
003500     05  REL-DET-CLIENTE     PICTURE 9(06).
003510     05  FILLER              PICTURE X(02) VALUE SPACES.
003520     05  REL-DET-NOME        PICTURE X(20).
003530     05  FILLER              PICTURE X(02) VALUE SPACES.
003540     05  REL-DET-TIPO        PICTURE X(08).
003550     05  FILLER              PICTURE X(02) VALUE SPACES.
003560     05  REL-DET-CONTATO     PICTURE X(30).
003570     05  FILLER              PICTURE X(02) VALUE SPACES.
003580     05  REL-DET-OBS         PICTURE X(30).
003590     05  FILLER              PICTURE X(30) VALUE SPACES.
003600 01  REL-TOTAL-AGENCIA.
003610     05  FILLER              PICTURE X(08) VALUE SPACES.
003620     05  FILLER              PICTURE X(22)
003630             VALUE "CONTATOS PENDENTES".
003640     05  REL-TAG-QTD         PICTURE ZZZ.ZZ9.
003650     05  FILLER              PICTURE X(95) VALUE SPACES.
003660 01  REL-RODAPE.
003670     05  REL-ROD-ROTULO      PICTURE X(30).
003680     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003690     05  FILLER              PICTURE X(84) VALUE SPACES.
003700
003710 LINKAGE                 SECTION.
003720 01  LK-PARM-DATA            PICTURE X(08).
003730
003740 PROCEDURE               DIVISION USING LK-PARM-DATA.
003750*----------------------------------------------------------*
003760* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003770*----------------------------------------------------------*
003780 0000-MAINLINE.
003790     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003800     PERFORM 2000-PROCESSAR-RETORNO
003810             THRU 2000-PROCESSAR-RETORNO-EXIT.
003820     PERFORM 3000-EVENTOS-AUDITORIA
003830             THRU 3000-EVENTOS-AUDITORIA-EXIT.
003840     PERFORM 3300-EVENTOS-BLOQUEIO
003850             THRU 3300-EVENTOS-BLOQUEIO-EXIT.
003860     PERFORM 3600-EVENTOS-CHEQUE
003870             THRU 3600-EVENTOS-CHEQUE-EXIT.
003880     SORT CLASSIFICACAO
003890             ON ASCENDING KEY SRT-AGENCIA SRT-CLIENTE SRT-TIPO
003900             INPUT PROCEDURE IS 6000-LIBERAR-PENDENTES
003910                     THRU 6000-LIBERAR-PENDENTES-EXIT
003920             OUTPUT PROCEDURE IS 6500-IMPRIMIR-PENDENTES
003930                     THRU 6500-IMPRIMIR-PENDENTES-EXIT.
003940     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003950     GO TO 9999-EXIT.
003960
003970*----------------------------------------------------------*
003980* 1000-INICIALIZAR - DATA FINAL, GUARDA DE DATA, ABERTURAS *
003990*                    E CABECALHO DA REMESSA                *
004000*----------------------------------------------------------*
004010 1000-INICIALIZAR.
004020     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
004030     ACCEPT WRK-HORA-SISTEMA FROM TIME.
004040     MOVE WRK-DATA-SISTEMA TO WRK-DATA-ALERTA.
004050     IF LK-PARM-DATA IS NUMERIC
004060             AND LK-PARM-DATA NOT = "00000000"
004070         MOVE LK-PARM-DATA TO WRK-DATA-ALERTA
004080     END-IF.
004090     PERFORM 1150-VERIFICAR-DATA THRU 1150-VERIFICAR-DATA-EXIT.
004100     OPEN I-O CLIENTES-MASTER.
004110     IF FS-CLIENTES-MASTER NOT = "00"
004120         DISPLAY "CLIALERT: ERRO AO ABRIR CLIMSTR - STATUS "
004130                 FS-CLIENTES-MASTER
004140         MOVE 16 TO RETURN-CODE
004150         GO TO 9999-EXIT
004160     END-IF.
004170     OPEN INPUT AUDITORIA.
004180     IF FS-AUDITORIA NOT = "00"
004190         DISPLAY "CLIALERT: ERRO AO ABRIR CLIAUDIT - STATUS "
004200                 FS-AUDITORIA
004210         CLOSE CLIENTES-MASTER
004220         MOVE 16 TO RETURN-CODE
004230         GO TO 9999-EXIT
004240     END-IF.
004250     OPEN OUTPUT REMESSA-ALERTAS.
004260     IF FS-REMESSA-ALERTAS NOT = "00"
004270         DISPLAY "CLIALERT: ERRO AO ABRIR CLIALRX - STATUS "
004280                 FS-REMESSA-ALERTAS
004290         CLOSE CLIENTES-MASTER AUDITORIA
004300         MOVE 16 TO RETURN-CODE
004310         GO TO 9999-EXIT
004320     END-IF.
004330     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
004340             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
004350     ADD 1 TO WRK-REMESSA.
004360     OPEN OUTPUT RELATORIO.
004370     MOVE WRK-REMESSA     TO REL-CAB-REMESSA.
004380     COMPUTE REL-CAB-DATA-INICIO = WRK-DATA-ULTIMA + 1.
004390     MOVE WRK-DATA-ALERTA TO REL-CAB-DATA-FIM.
004400     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
004410     MOVE WRK-REMESSA      TO ALX-CAB-REMESSA.
004420     COMPUTE ALX-CAB-DATA-INICIO = WRK-DATA-ULTIMA + 1.
004430     MOVE WRK-DATA-ALERTA  TO ALX-CAB-DATA-FIM.
004440     MOVE WRK-DATA-SISTEMA TO ALX-CAB-DATA-GER.
004450     MOVE WRK-HORA-SISTEMA (1:6) TO ALX-CAB-HORA-GER.
004460     WRITE ALX-LINHA FROM ALX-CABECALHO.
004470 1000-INICIALIZAR-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510* 1150-VERIFICAR-DATA - DATA FINAL JA AVISADA SEGUNDO O    *
004520*                    CLIALRCT ABORTA COM RC 16. SEM        *
004530*                    CONTROLE (PRIMEIRA EXECUCAO) SO A     *
004540*                    PROPRIA DATA FINAL E AVISADA          *
004550*----------------------------------------------------------*
004560 1150-VERIFICAR-DATA.
004570     COMPUTE WRK-DATA-ULTIMA = WRK-DATA-ALERTA - 1.
004580     OPEN INPUT CONTROLE-ALERTA.
004590     IF FS-CONTROLE-ALERTA = "00"
004600         READ CONTROLE-ALERTA
004610             AT END
004620                 CONTINUE
004630             NOT AT END
004640                 IF ALRCT-ULTIMA-DATA NOT < WRK-DATA-ALERTA
004650                     DISPLAY "CLIALERT: ALERTAS ATE "
004660                             ALRCT-ULTIMA-DATA
004670                             " JA GERADOS - ABORTANDO"
004680                     CLOSE CONTROLE-ALERTA
004690                     MOVE 16 TO RETURN-CODE
004700                     GO TO 9999-EXIT
004710                 END-IF
004720                 IF ALRCT-ULTIMA-DATA NOT = ZEROS
004730                     MOVE ALRCT-ULTIMA-DATA TO WRK-DATA-ULTIMA
004740                 END-IF
004750                 MOVE ALRCT-ULTIMA-REMESSA TO WRK-REMESSA
004760                 MOVE ALRCT-ULTIMO-RETORNO TO WRK-ULTIMO-RETORNO
004770         END-READ
004780         CLOSE CONTROLE-ALERTA
004790     END-IF.
004800 1150-VERIFICAR-DATA-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
004850*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
004860*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
004870*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
004880*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
004890*----------------------------------------------------------*
004900 1160-MARCAR-EM-PROCESSAMENTO.
004910     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
004920     OPEN INPUT CONTROLE.
004930     IF FS-CONTROLE = "00"
004940         READ CONTROLE
004950             AT END
004960                 CONTINUE
004970             NOT AT END
004980                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
004990                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
005000         END-READ
005010         CLOSE CONTROLE
005020     END-IF.
005030     OPEN OUTPUT CONTROLE.
005040     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
005050     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
005060     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
005070     WRITE CTRL-REGISTRO.
005080     CLOSE CONTROLE.
005090 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------*
005130* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
005140*                  CLICTRL AO FIM DO PROCESSAMENTO         *
005150*----------------------------------------------------------*
005160 1170-DESMARCAR-PROCESSAMENTO.
005170     OPEN OUTPUT CONTROLE.
005180     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
005190     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
005200     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
005210     WRITE CTRL-REGISTRO.
005220     CLOSE CONTROLE.
005230 1170-DESMARCAR-PROCESSAMENTO-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------*
005270* 2000-PROCESSAR-RETORNO - RETORNO DO GATEWAY: A PRIMEIRA  *
005280*                    PASSADA CONFERE CABECALHO, REMESSA    *
005290*                    AINDA NAO APLICADA E TRAILER; SO      *
005300*                    ENTAO A SEGUNDA MARCA NO MESTRE OS    *
005310*                    CONTATOS DEVOLVIDOS. SEM RETORNO NO   *
005320*                    DIA O PASSO E PULADO COM AVISO;       *
005330*                    RETORNO QUE NAO FECHA E IGNORADO COM  *
005340*                    RC 8 E A REMESSA DO DIA SAI ASSIM     *
005350*                    MESMO                                 *
005360*----------------------------------------------------------*
005370 2000-PROCESSAR-RETORNO.
005380     OPEN INPUT RETORNO-GATEWAY.
005390     IF FS-RETORNO-GATEWAY NOT = "00"
005400         DISPLAY "CLIALERT: CLIALRRT INDISPONIVEL - STATUS "
005410                 FS-RETORNO-GATEWAY " - SEM RETORNO DO GATEWAY"
005420         GO TO 2000-PROCESSAR-RETORNO-EXIT
005430     END-IF.
005440     MOVE "N" TO WRK-FIM-RTN.
005450     MOVE "N" TO WRK-RTN-VALIDO.
005460     READ RETORNO-GATEWAY INTO RTN-CABECALHO
005470         AT END
005480             DISPLAY "CLIALERT: CLIALRRT VAZIO - SEM RETORNO DO "
005490                     "GATEWAY"
005500             CLOSE RETORNO-GATEWAY
005510             GO TO 2000-PROCESSAR-RETORNO-EXIT
005520     END-READ.
005530     IF NOT RTN-E-CABECALHO
005540         DISPLAY "CLIALERT: CLIALRRT SEM CABECALHO - RETORNO "
005550                 "IGNORADO"
005560         CLOSE RETORNO-GATEWAY
005570         IF RETURN-CODE < 8
005580             MOVE 8 TO RETURN-CODE
005590         END-IF
005600         GO TO 2000-PROCESSAR-RETORNO-EXIT
005610     END-IF.
005620     MOVE RTN-CAB-REMESSA TO WRK-RTN-REMESSA.
005630     IF WRK-RTN-REMESSA NOT > WRK-ULTIMO-RETORNO
005640         DISPLAY "CLIALERT: RETORNO DA REMESSA " WRK-RTN-REMESSA
005650                 " JA APLICADO - IGNORADO"
005660         CLOSE RETORNO-GATEWAY
005670         IF RETURN-CODE < 4
005680             MOVE 4 TO RETURN-CODE
005690         END-IF
005700         GO TO 2000-PROCESSAR-RETORNO-EXIT
005710     END-IF.
005720     PERFORM 2100-CONFERIR-RETORNO THRU 2100-CONFERIR-RETORNO-EXIT
005730             UNTIL FIM-RETORNO.
005740     CLOSE RETORNO-GATEWAY.
005750     IF NOT RETORNO-VALIDO
005760             OR WRK-CONT-RTN-DET NOT = WRK-CONT-RTN-TRL
005770         DISPLAY "CLIALERT: RETORNO DA REMESSA " WRK-RTN-REMESSA
005780                 " NAO FECHA COM O TRAILER - IGNORADO"
005790         MOVE ZEROS TO WRK-CONT-RTN-DET
005800         IF RETURN-CODE < 8
005810             MOVE 8 TO RETURN-CODE
005820         END-IF
005830         GO TO 2000-PROCESSAR-RETORNO-EXIT
005840     END-IF.
005850     OPEN INPUT RETORNO-GATEWAY.
005860     MOVE "N" TO WRK-FIM-RTN.
005870     PERFORM 2200-APLICAR-RETORNO THRU 2200-APLICAR-RETORNO-EXIT
005880             UNTIL FIM-RETORNO.
005890     CLOSE RETORNO-GATEWAY.
005900     MOVE WRK-RTN-REMESSA TO WRK-ULTIMO-RETORNO.
005910 2000-PROCESSAR-RETORNO-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------*
005950* 2100-CONFERIR-RETORNO - CONTA OS DETALHES E GUARDA A     *
005960*                    QUANTIDADE DO TRAILER                 *
005970*----------------------------------------------------------*
005980 2100-CONFERIR-RETORNO.
005990     READ RETORNO-GATEWAY INTO RTN-CABECALHO
006000         AT END
006010             SET FIM-RETORNO TO TRUE
006020             GO TO 2100-CONFERIR-RETORNO-EXIT
006030     END-READ.
006040     IF RTN-E-DETALHE
006050         ADD 1 TO WRK-CONT-RTN-DET
006060         GO TO 2100-CONFERIR-RETORNO-EXIT
006070     END-IF.
006080     IF RTN-E-TRAILER AND RTN-TRL-QTD IS NUMERIC
006090         MOVE RTN-TRL-QTD TO WRK-CONT-RTN-TRL
006100         SET RETORNO-VALIDO TO TRUE
006110     END-IF.
006120 2100-CONFERIR-RETORNO-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------*
006160* 2200-APLICAR-RETORNO - ALERTA DEVOLVIDO MARCA O CONTATO  *
006170*                    NO MESTRE, SE AINDA FOR O MESMO QUE   *
006180*                    FOI ENVIADO (CONTATO JA CORRIGIDO     *
006190*                    PELA AGENCIA NAO E MARCADO)           *
006200*----------------------------------------------------------*
006210 2200-APLICAR-RETORNO.
006220     READ RETORNO-GATEWAY INTO RTN-CABECALHO
006230         AT END
006240             SET FIM-RETORNO TO TRUE
006250             GO TO 2200-APLICAR-RETORNO-EXIT
006260     END-READ.
006270     IF NOT RTN-E-DETALHE
006280         GO TO 2200-APLICAR-RETORNO-EXIT
006290     END-IF.
006300     IF RTN-ENTREGUE
006310         ADD 1 TO WRK-CONT-ENTREGUES
006320         GO TO 2200-APLICAR-RETORNO-EXIT
006330     END-IF.
006340     IF NOT RTN-DEVOLVIDO
006350         GO TO 2200-APLICAR-RETORNO-EXIT
006360     END-IF.
006370     ADD 1 TO WRK-CONT-DEVOLVIDOS.
006380     MOVE RTN-DET-CLIENTE TO CLI-ID.
006390     READ CLIENTES-MASTER
006400         INVALID KEY
006410             ADD 1 TO WRK-CONT-SEM-CLIENTE
006420             GO TO 2200-APLICAR-RETORNO-EXIT
006430     END-READ.
006440     IF CLI-ALERTA-VALOR-MIN NOT NUMERIC
006450         GO TO 2200-APLICAR-RETORNO-EXIT
006460     END-IF.
006470     MOVE CLI-TELEFONE TO WRK-FONE-CONTATO.
006480     IF RTN-CANAL-EMAIL
006490         IF RTN-DET-CONTATO NOT = CLI-EMAIL
006500             ADD 1 TO WRK-CONT-CORRIGIDOS
006510             GO TO 2200-APLICAR-RETORNO-EXIT
006520         END-IF
006530         IF EMAIL-DEVOLVIDO
006540             GO TO 2200-APLICAR-RETORNO-EXIT
006550         END-IF
006560         SET EMAIL-DEVOLVIDO TO TRUE
006570     ELSE
006580         IF RTN-DET-CONTATO NOT = WRK-FONE-CONTATO
006590             ADD 1 TO WRK-CONT-CORRIGIDOS
006600             GO TO 2200-APLICAR-RETORNO-EXIT
006610         END-IF
006620         IF FONE-DEVOLVIDO
006630             GO TO 2200-APLICAR-RETORNO-EXIT
006640         END-IF
006650         SET FONE-DEVOLVIDO TO TRUE
006660     END-IF.
006670     REWRITE CLI-REGISTRO.
006680     IF FS-CLIENTES-MASTER NOT = "00"
006690         DISPLAY "CLIALERT: ERRO AO REGRAVAR CLIENTE " CLI-ID
006700                 " STATUS " FS-CLIENTES-MASTER
006710         GO TO 2200-APLICAR-RETORNO-EXIT
006720     END-IF.
006730     ADD 1 TO WRK-CONT-MARCADOS.
006740 2200-APLICAR-RETORNO-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------*
006780* 3000-EVENTOS-AUDITORIA - SAQUES, CREDITOS DA COMPENSACAO *
006790*                    E ENTRADAS NO NEGATIVO DA TRILHA      *
006800*----------------------------------------------------------*
006810 3000-EVENTOS-AUDITORIA.
006820     PERFORM 3100-LER-AUDITORIA THRU 3100-LER-AUDITORIA-EXIT
006830             UNTIL FIM-AUDITORIA.
006840     CLOSE AUDITORIA.
006850 3000-EVENTOS-AUDITORIA-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------*
006890* 3100-LER-AUDITORIA - UMA LINHA DA TRILHA. SO AS DATAS    *
006900*                    AINDA NAO AVISADAS ATE A DATA FINAL   *
006910*----------------------------------------------------------*
006920 3100-LER-AUDITORIA.
006930     READ AUDITORIA INTO AUD-REGISTRO
006940         AT END
006950             SET FIM-AUDITORIA TO TRUE
006960             GO TO 3100-LER-AUDITORIA-EXIT
006970     END-READ.
006980     IF AUD-DATA NOT NUMERIC
006990             OR AUD-DATA NOT > WRK-DATA-ULTIMA
007000             OR AUD-DATA > WRK-DATA-ALERTA
007010         GO TO 3100-LER-AUDITORIA-EXIT
007020     END-IF.
007030     ADD 1 TO WRK-CONT-AUDITORIA.
007040     MOVE AUD-SALDO-ANTERIOR TO WRK-SALDO-ANT-NUM.
007050     MOVE AUD-SALDO-NOVO     TO WRK-SALDO-NOVO-NUM.
007060     MOVE AUD-JUROS-DIA      TO WRK-VALOR-NUM.
007070     MOVE AUD-CLIENTE-ID     TO EVT-CLIENTE.
007080     MOVE AUD-DATA           TO EVT-DATA.
007090     MOVE WRK-SALDO-NOVO-NUM TO EVT-SALDO.
007100     MOVE "S"                TO EVT-TEM-SALDO.
007110     IF AUD-ORIGEM = "M" AND WRK-VALOR-NUM < ZERO
007120         SET EVT-SAQUE TO TRUE
007130         COMPUTE EVT-VALOR = ZERO - WRK-VALOR-NUM
007140         ADD 1 TO WRK-CONT-EVT-SAQUE
007150         PERFORM 5000-AVALIAR-EVENTO THRU 5000-AVALIAR-EVENTO-EXIT
007160     END-IF.
007170     IF AUD-ORIGEM = "C" AND WRK-VALOR-NUM > ZERO
007180         SET EVT-CREDITO TO TRUE
007190         MOVE WRK-VALOR-NUM TO EVT-VALOR
007200         ADD 1 TO WRK-CONT-EVT-CRED
007210         PERFORM 5000-AVALIAR-EVENTO THRU 5000-AVALIAR-EVENTO-EXIT
007220     END-IF.
007230     IF WRK-SALDO-ANT-NUM NOT < ZERO
007240             AND WRK-SALDO-NOVO-NUM < ZERO
007250         SET EVT-NEGATIVO TO TRUE
007260         COMPUTE EVT-VALOR = ZERO - WRK-SALDO-NOVO-NUM
007270         ADD 1 TO WRK-CONT-EVT-NEG
007280         PERFORM 5000-AVALIAR-EVENTO THRU 5000-AVALIAR-EVENTO-EXIT
007290     END-IF.
007300 3100-LER-AUDITORIA-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------*
007340* 3300-EVENTOS-BLOQUEIO - BLOQUEIOS INCLUIDOS NO CLIBLOQ   *
007350*                    NAS DATAS AINDA NAO AVISADAS. SEM O   *
007360*                    ARQUIVO O EVENTO FICA SEM AVISO (RC 4)*
007370*----------------------------------------------------------*
007380 3300-EVENTOS-BLOQUEIO.
007390     OPEN INPUT BLOQUEIOS.
007400     IF FS-BLOQUEIOS NOT = "00"
007410         DISPLAY "CLIALERT: CLIBLOQ INDISPONIVEL - STATUS "
007420                 FS-BLOQUEIOS " - BLOQUEIOS SEM ALERTA"
007430         IF RETURN-CODE < 4
007440             MOVE 4 TO RETURN-CODE
007450         END-IF
007460         GO TO 3300-EVENTOS-BLOQUEIO-EXIT
007470     END-IF.
007480     PERFORM 3400-LER-BLOQUEIO THRU 3400-LER-BLOQUEIO-EXIT
007490             UNTIL FIM-BLOQUEIOS.
007500     CLOSE BLOQUEIOS.
007510 3300-EVENTOS-BLOQUEIO-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------*
007550* 3400-LER-BLOQUEIO - UM BLOQUEIO DO CLIBLOQ               *
007560*----------------------------------------------------------*
007570 3400-LER-BLOQUEIO.
007580     READ BLOQUEIOS NEXT RECORD
007590         AT END
007600             SET FIM-BLOQUEIOS TO TRUE
007610             GO TO 3400-LER-BLOQUEIO-EXIT
007620     END-READ.
007630     IF BLQ-DATA-ENTRADA NOT > WRK-DATA-ULTIMA
007640             OR BLQ-DATA-ENTRADA > WRK-DATA-ALERTA
007650         GO TO 3400-LER-BLOQUEIO-EXIT
007660     END-IF.
007670     MOVE BLQ-CLI-ID       TO EVT-CLIENTE.
007680     SET EVT-BLOQUEIO      TO TRUE.
007690     MOVE BLQ-DATA-ENTRADA TO EVT-DATA.
007700     MOVE BLQ-VALOR        TO EVT-VALOR.
007710     MOVE ZEROS            TO EVT-SALDO.
007720     MOVE "N"              TO EVT-TEM-SALDO.
007730     ADD 1 TO WRK-CONT-EVT-BLQ.
007740     PERFORM 5000-AVALIAR-EVENTO THRU 5000-AVALIAR-EVENTO-EXIT.
007750 3400-LER-BLOQUEIO-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------*
007790* 3600-EVENTOS-CHEQUE - CHEQUES DEVOLVIDOS DA ULTIMA       *
007800*                    GERACAO DO CLICHQDV, SE A DATA DO     *
007810*                    CABECALHO AINDA NAO FOI AVISADA       *
007820*----------------------------------------------------------*
007830 3600-EVENTOS-CHEQUE.
007840     OPEN INPUT DEVOLUCAO.
007850     IF FS-DEVOLUCAO NOT = "00"
007860         DISPLAY "CLIALERT: CLICHQDV INDISPONIVEL - STATUS "
007870                 FS-DEVOLUCAO " - CHEQUES DEVOLVIDOS SEM ALERTA"
007880         GO TO 3600-EVENTOS-CHEQUE-EXIT
007890     END-IF.
007900     READ DEVOLUCAO INTO CHD-CABECALHO
007910         AT END
007920             SET FIM-DEVOLUCAO TO TRUE
007930     END-READ.
007940     IF FIM-DEVOLUCAO OR NOT CHD-E-CABECALHO
007950         DISPLAY "CLIALERT: CLICHQDV SEM CABECALHO - CHEQUES "
007960                 "DEVOLVIDOS SEM ALERTA"
007970         CLOSE DEVOLUCAO
007980         GO TO 3600-EVENTOS-CHEQUE-EXIT
007990     END-IF.
008000     IF CHD-CAB-DATA NOT > WRK-DATA-ULTIMA
008010             OR CHD-CAB-DATA > WRK-DATA-ALERTA
008020         DISPLAY "CLIALERT: CLICHQDV DE " CHD-CAB-DATA
008030                 " FORA DO PERIODO - NAO AVISADO"
008040         CLOSE DEVOLUCAO
008050         GO TO 3600-EVENTOS-CHEQUE-EXIT
008060     END-IF.
008070     MOVE CHD-CAB-DATA TO EVT-DATA.
008080     PERFORM 3700-LER-CHEQUE THRU 3700-LER-CHEQUE-EXIT
008090             UNTIL FIM-DEVOLUCAO.
008100     CLOSE DEVOLUCAO.
008110 3600-EVENTOS-CHEQUE-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------*
008150* 3700-LER-CHEQUE - UM CHEQUE DEVOLVIDO AO EMITENTE        *
008160*----------------------------------------------------------*
008170 3700-LER-CHEQUE.
008180     READ DEVOLUCAO INTO CHD-CABECALHO
008190         AT END
008200             SET FIM-DEVOLUCAO TO TRUE
008210             GO TO 3700-LER-CHEQUE-EXIT
008220     END-READ.
008230     IF NOT CHD-E-DETALHE
008240         GO TO 3700-LER-CHEQUE-EXIT
008250     END-IF.
008260     MOVE CHD-DET-CONTA  TO EVT-CLIENTE.
008270     SET EVT-CHEQUE-DEV  TO TRUE.
008280     MOVE CHD-DET-VALOR  TO EVT-VALOR.
008290     MOVE ZEROS          TO EVT-SALDO.
008300     MOVE "N"            TO EVT-TEM-SALDO.
008310     ADD 1 TO WRK-CONT-EVT-CHQ.
008320     PERFORM 5000-AVALIAR-EVENTO THRU 5000-AVALIAR-EVENTO-EXIT.
008330 3700-LER-CHEQUE-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------*
008370* 5000-AVALIAR-EVENTO - APLICA A PREFERENCIA DA CONTA:     *
008380*                    CANAL, EVENTO ESCOLHIDO E VALOR       *
008390*                    MINIMO (QUE NAO VALE PARA O SALDO     *
008400*                    NEGATIVO). UM ALERTA POR CANAL        *
008410*----------------------------------------------------------*
008420 5000-AVALIAR-EVENTO.
008430     MOVE EVT-CLIENTE TO CLI-ID.
008440     READ CLIENTES-MASTER
008450         INVALID KEY
008460             ADD 1 TO WRK-CONT-SEM-CLIENTE
008470             GO TO 5000-AVALIAR-EVENTO-EXIT
008480     END-READ.
008490*    REGISTRO ANTERIOR A PREFERENCIA DE ALERTA, CONTA SEM
008500*    ALERTA OU TITULAR FALECIDO: NADA A AVISAR.
008510     IF CLI-ALERTA-VALOR-MIN NOT NUMERIC
008520             OR ALERTA-DESLIGADO OR CLI-FALECIDO
008530         ADD 1 TO WRK-CONT-SEM-PREF
008540         GO TO 5000-AVALIAR-EVENTO-EXIT
008550     END-IF.
008560     IF (EVT-SAQUE AND NOT ALERTA-SAQUE)
008570             OR (EVT-CREDITO AND NOT ALERTA-CREDITO)
008580             OR (EVT-CHEQUE-DEV AND NOT ALERTA-CHEQUE-DEV)
008590             OR (EVT-BLOQUEIO AND NOT ALERTA-BLOQUEIO)
008600             OR (EVT-NEGATIVO AND NOT ALERTA-NEGATIVO)
008610         ADD 1 TO WRK-CONT-SEM-PREF
008620         GO TO 5000-AVALIAR-EVENTO-EXIT
008630     END-IF.
008640     IF NOT EVT-NEGATIVO
008650             AND EVT-VALOR < CLI-ALERTA-VALOR-MIN
008660         ADD 1 TO WRK-CONT-ABAIXO-MIN
008670         GO TO 5000-AVALIAR-EVENTO-EXIT
008680     END-IF.
008690     IF NOT EVT-SALDO-INFORMADO
008700         MOVE CLI-SALDO TO EVT-SALDO
008710     END-IF.
008720     IF ALERTA-POR-EMAIL OR ALERTA-POR-AMBOS
008730         IF CLI-EMAIL = SPACES OR EMAIL-DEVOLVIDO
008740             ADD 1 TO WRK-CONT-SEM-CONTATO
008750         ELSE
008760             MOVE "E"       TO ALX-DET-CANAL
008770             MOVE CLI-EMAIL TO ALX-DET-CONTATO
008780             PERFORM 5500-GRAVAR-ALERTA
008790                     THRU 5500-GRAVAR-ALERTA-EXIT
008800             ADD 1 TO WRK-QTD-EMAIL
008810         END-IF
008820     END-IF.
008830     IF ALERTA-POR-SMS OR ALERTA-POR-AMBOS
008840         IF CLI-TELEFONE = ZEROS OR FONE-DEVOLVIDO
008850             ADD 1 TO WRK-CONT-SEM-CONTATO
008860         ELSE
008870             MOVE "S"          TO ALX-DET-CANAL
008880             MOVE CLI-TELEFONE TO WRK-FONE-CONTATO
008890             MOVE WRK-FONE-CONTATO TO ALX-DET-CONTATO
008900             PERFORM 5500-GRAVAR-ALERTA
008910                     THRU 5500-GRAVAR-ALERTA-EXIT
008920             ADD 1 TO WRK-QTD-SMS
008930         END-IF
008940     END-IF.
008950 5000-AVALIAR-EVENTO-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------*
008990* 5500-GRAVAR-ALERTA - UM DETALHE DA REMESSA               *
009000*----------------------------------------------------------*
009010 5500-GRAVAR-ALERTA.
009020     ADD 1 TO WRK-SEQ-ALERTA.
009030     MOVE WRK-REMESSA    TO ALX-DET-REMESSA.
009040     MOVE WRK-SEQ-ALERTA TO ALX-DET-SEQ.
009050     MOVE CLI-ID         TO ALX-DET-CLIENTE.
009060     MOVE CLI-AGENCIA    TO ALX-DET-AGENCIA.
009070     MOVE EVT-TIPO       TO ALX-DET-EVENTO.
009080     MOVE EVT-DATA       TO ALX-DET-DATA.
009090     MOVE EVT-VALOR      TO ALX-DET-VALOR.
009100     MOVE EVT-SALDO      TO ALX-DET-SALDO.
009110     MOVE CLI-NOME       TO ALX-DET-NOME.
009120     WRITE ALX-LINHA FROM ALX-DETALHE.
009130     ADD EVT-VALOR TO WRK-HASH-TOTAL.
009140 5500-GRAVAR-ALERTA-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------*
009180* 6000-LIBERAR-PENDENTES - VARRE O MESTRE ATRAS DOS        *
009190*                    CONTATOS DEVOLVIDOS AINDA NAO         *
009200*                    CORRIGIDOS, PARA A LISTA POR AGENCIA  *
009210*----------------------------------------------------------*
009220 6000-LIBERAR-PENDENTES.
009230     MOVE ZEROS TO CLI-ID.
009240     START CLIENTES-MASTER KEY IS NOT LESS THAN CLI-ID
009250         INVALID KEY
009260             SET FIM-CLIENTES TO TRUE
009270     END-START.
009280     PERFORM 6100-LIBERAR-UM-CLIENTE
009290             THRU 6100-LIBERAR-UM-CLIENTE-EXIT
009300             UNTIL FIM-CLIENTES.
009310 6000-LIBERAR-PENDENTES-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------*
009350* 6100-LIBERAR-UM-CLIENTE - UMA LINHA POR CONTATO          *
009360*                    DEVOLVIDO DO CLIENTE                  *
009370*----------------------------------------------------------*
009380 6100-LIBERAR-UM-CLIENTE.
009390     READ CLIENTES-MASTER NEXT RECORD
009400         AT END
009410             SET FIM-CLIENTES TO TRUE
009420             GO TO 6100-LIBERAR-UM-CLIENTE-EXIT
009430     END-READ.
009440     IF CLI-ALERTA-VALOR-MIN NOT NUMERIC
009450         GO TO 6100-LIBERAR-UM-CLIENTE-EXIT
009460     END-IF.
009470     MOVE CLI-AGENCIA      TO SRT-AGENCIA.
009480     MOVE CLI-ID           TO SRT-CLIENTE.
009490     MOVE CLI-NOME         TO SRT-NOME.
009500     MOVE CLI-ALERTA-CANAL TO SRT-CANAL.
009510     IF EMAIL-DEVOLVIDO
009520         MOVE "E"       TO SRT-TIPO
009530         MOVE CLI-EMAIL TO SRT-CONTATO
009540         RELEASE SRT-REGISTRO
009550     END-IF.
009560     IF FONE-DEVOLVIDO
009570         MOVE "S"          TO SRT-TIPO
009580         MOVE CLI-TELEFONE TO WRK-FONE-CONTATO
009590         MOVE WRK-FONE-CONTATO TO SRT-CONTATO
009600         RELEASE SRT-REGISTRO
009610     END-IF.
009620 6100-LIBERAR-UM-CLIENTE-EXIT.
009630     EXIT.
009640
009650*----------------------------------------------------------*
009660* 6500-IMPRIMIR-PENDENTES - CONTATOS DEVOLVIDOS POR        *
009670*                    AGENCIA, COM TOTAL NA QUEBRA          *
009680*----------------------------------------------------------*
009690 6500-IMPRIMIR-PENDENTES.
009700     WRITE REL-LINHA FROM REL-TITULO-PENDENTES
009710             AFTER ADVANCING 2 LINES.
009720     WRITE REL-LINHA FROM REL-COLUNAS AFTER ADVANCING 2 LINES.
009730     PERFORM 6600-IMPRIMIR-CONTATO
009740             THRU 6600-IMPRIMIR-CONTATO-EXIT
009750             UNTIL FIM-CLASSIFICACAO.
009760     IF WRK-AGENCIA-ATUAL NOT = 9999
009770         PERFORM 6700-FECHAR-AGENCIA
009780                 THRU 6700-FECHAR-AGENCIA-EXIT
009790     END-IF.
009800 6500-IMPRIMIR-PENDENTES-EXIT.
009810     EXIT.
009820
009830*----------------------------------------------------------*
009840* 6600-IMPRIMIR-CONTATO - UMA LINHA POR CONTATO DEVOLVIDO  *
009850*----------------------------------------------------------*
009860 6600-IMPRIMIR-CONTATO.
009870     RETURN CLASSIFICACAO
009880         AT END
009890             SET FIM-CLASSIFICACAO TO TRUE
009900             GO TO 6600-IMPRIMIR-CONTATO-EXIT
009910     END-RETURN.
009920     IF SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
009930         IF WRK-AGENCIA-ATUAL NOT = 9999
009940             PERFORM 6700-FECHAR-AGENCIA
009950                     THRU 6700-FECHAR-AGENCIA-EXIT
009960         END-IF
009970         MOVE SRT-AGENCIA TO WRK-AGENCIA-ATUAL
009980         MOVE SRT-AGENCIA TO REL-AG-CODIGO
009990         WRITE REL-LINHA FROM REL-LINHA-AGENCIA
010000                 AFTER ADVANCING 2 LINES
010010     END-IF.
010020     MOVE SRT-CLIENTE TO REL-DET-CLIENTE.
010030     MOVE SRT-NOME    TO REL-DET-NOME.
010040     MOVE SRT-CONTATO TO REL-DET-CONTATO.
010050     IF SRT-TIPO = "E"
010060         MOVE "E-MAIL  " TO REL-DET-TIPO
010070     ELSE
010080         MOVE "TELEFONE" TO REL-DET-TIPO
010090     END-IF.
010100     MOVE SPACES TO REL-DET-OBS.
010110     IF (SRT-TIPO = "E" AND (SRT-CANAL = "E" OR "A"))
010120             OR (SRT-TIPO = "S" AND (SRT-CANAL = "S" OR "A"))
010130         MOVE "ALERTAS SUSPENSOS NO CANAL" TO REL-DET-OBS
010140     END-IF.
010150     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
010160     ADD 1 TO WRK-AG-PENDENTES.
010170     ADD 1 TO WRK-CONT-PENDENTES.
010180 6600-IMPRIMIR-CONTATO-EXIT.
010190     EXIT.
010200
010210*----------------------------------------------------------*
010220* 6700-FECHAR-AGENCIA - IMPRIME O TOTAL DA AGENCIA         *
010230*----------------------------------------------------------*
010240 6700-FECHAR-AGENCIA.
010250     MOVE WRK-AG-PENDENTES TO REL-TAG-QTD.
010260     WRITE REL-LINHA FROM REL-TOTAL-AGENCIA
010270             AFTER ADVANCING 1 LINE.
010280     MOVE ZEROS TO WRK-AG-PENDENTES.
010290 6700-FECHAR-AGENCIA-EXIT.
010300     EXIT.
010310
010320*----------------------------------------------------------*
010330* 9000-FINALIZAR - TRAILER, TOTAIS, CONTROLE E FECHAMENTO  *
010340*----------------------------------------------------------*
010350 9000-FINALIZAR.
010360     MOVE WRK-REMESSA    TO ALX-TRL-REMESSA.
010370     MOVE WRK-SEQ-ALERTA TO ALX-TRL-QTD.
010380     MOVE WRK-QTD-EMAIL  TO ALX-TRL-QTD-EMAIL.
010390     MOVE WRK-QTD-SMS    TO ALX-TRL-QTD-SMS.
010400     MOVE WRK-HASH-TOTAL TO ALX-TRL-HASH.
010410     WRITE ALX-LINHA FROM ALX-TRAILER.
010420     MOVE "RETORNO APLICADO (REMESSA)    " TO REL-ROD-ROTULO.
010430     MOVE WRK-ULTIMO-RETORNO TO REL-ROD-VALOR.
010440     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 3 LINES.
010450     MOVE "ALERTAS ENTREGUES             " TO REL-ROD-ROTULO.
010460     MOVE WRK-CONT-ENTREGUES TO REL-ROD-VALOR.
010470     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010480     MOVE "ALERTAS DEVOLVIDOS            " TO REL-ROD-ROTULO.
010490     MOVE WRK-CONT-DEVOLVIDOS TO REL-ROD-VALOR.
010500     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010510     MOVE "CONTATOS MARCADOS DEVOLVIDOS  " TO REL-ROD-ROTULO.
010520     MOVE WRK-CONT-MARCADOS TO REL-ROD-VALOR.
010530     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010540     MOVE "CONTATOS JA CORRIGIDOS        " TO REL-ROD-ROTULO.
010550     MOVE WRK-CONT-CORRIGIDOS TO REL-ROD-VALOR.
010560     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010570     MOVE "LINHAS DE AUDITORIA NO PERIODO" TO REL-ROD-ROTULO.
010580     MOVE WRK-CONT-AUDITORIA TO REL-ROD-VALOR.
010590     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
010600     MOVE "EVENTOS DE SAQUE/DEBITO       " TO REL-ROD-ROTULO.
010610     MOVE WRK-CONT-EVT-SAQUE TO REL-ROD-VALOR.
010620     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010630     MOVE "EVENTOS DE CREDITO COMPE      " TO REL-ROD-ROTULO.
010640     MOVE WRK-CONT-EVT-CRED TO REL-ROD-VALOR.
010650     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010660     MOVE "EVENTOS DE SALDO NEGATIVO     " TO REL-ROD-ROTULO.
010670     MOVE WRK-CONT-EVT-NEG TO REL-ROD-VALOR.
010680     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010690     MOVE "EVENTOS DE BLOQUEIO           " TO REL-ROD-ROTULO.
010700     MOVE WRK-CONT-EVT-BLQ TO REL-ROD-VALOR.
010710     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010720     MOVE "EVENTOS DE CHEQUE DEVOLVIDO   " TO REL-ROD-ROTULO.
010730     MOVE WRK-CONT-EVT-CHQ TO REL-ROD-VALOR.
010740     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010750     MOVE "EVENTOS SEM PREFERENCIA       " TO REL-ROD-ROTULO.
010760     MOVE WRK-CONT-SEM-PREF TO REL-ROD-VALOR.
010770     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010780     MOVE "EVENTOS ABAIXO DO MINIMO      " TO REL-ROD-ROTULO.
010790     MOVE WRK-CONT-ABAIXO-MIN TO REL-ROD-VALOR.
010800     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010810     MOVE "ALERTAS SEM CONTATO VALIDO    " TO REL-ROD-ROTULO.
010820     MOVE WRK-CONT-SEM-CONTATO TO REL-ROD-VALOR.
010830     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010840     MOVE "CLIENTES NAO ENCONTRADOS      " TO REL-ROD-ROTULO.
010850     MOVE WRK-CONT-SEM-CLIENTE TO REL-ROD-VALOR.
010860     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010870     MOVE "ALERTAS POR E-MAIL            " TO REL-ROD-ROTULO.
010880     MOVE WRK-QTD-EMAIL TO REL-ROD-VALOR.
010890     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010900     MOVE "ALERTAS POR SMS               " TO REL-ROD-ROTULO.
010910     MOVE WRK-QTD-SMS TO REL-ROD-VALOR.
010920     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010930     MOVE "VALOR AVISADO (HASH)          " TO REL-ROD-ROTULO.
010940     MOVE WRK-HASH-TOTAL TO REL-ROD-VALOR.
010950     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010960     MOVE "CONTATOS DEVOLVIDOS PENDENTES " TO REL-ROD-ROTULO.
010970     MOVE WRK-CONT-PENDENTES TO REL-ROD-VALOR.
010980     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010990     CLOSE CLIENTES-MASTER REMESSA-ALERTAS RELATORIO.
011000     OPEN OUTPUT CONTROLE-ALERTA.
011010     MOVE WRK-DATA-ALERTA    TO ALRCT-ULTIMA-DATA.
011020     MOVE WRK-REMESSA        TO ALRCT-ULTIMA-REMESSA.
011030     MOVE WRK-ULTIMO-RETORNO TO ALRCT-ULTIMO-RETORNO.
011040     WRITE ALRCT-REGISTRO.
011050     CLOSE CONTROLE-ALERTA.
011060     PERFORM 1170-DESMARCAR-PROCESSAMENTO
011070             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
011080     IF WRK-CONT-PENDENTES > ZEROS AND RETURN-CODE < 4
011090         MOVE 4 TO RETURN-CODE
011100     END-IF.
011110     DISPLAY "CLIALERT: REMESSA " WRK-REMESSA " COM "
011120             WRK-SEQ-ALERTA " ALERTAS".
011130 9000-FINALIZAR-EXIT.
011140     EXIT.
011150
011160 9999-EXIT.
011170     STOP RUN.
