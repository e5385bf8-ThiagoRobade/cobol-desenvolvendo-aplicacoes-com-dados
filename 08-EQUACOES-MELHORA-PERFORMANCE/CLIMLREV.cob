000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIMLREV.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - REVISAO MENSAL DE   *
000120*                    ATIVIDADE DOS OPERADORES E SEGREGACAO *
000130*                    DE FUNCOES A PARTIR DO LOG DE         *
000140*                    MANUTENCAO CLIMLOG (GRAVADO POR       *
000150*                    CLIMAINT, CDBMAINT, ORDMAINT,         *
000160*                    CLIMERGE, CLIRECLA, CLIDECL, OPERMNT  *
000170*                    E DEMAIS PROGRAMAS DE TERMINAL).      *
000180*                    LISTA POR AGENCIA DE LOTACAO E        *
000190*                    OPERADOR (CLIOPER) AS ACOES DO MES DE *
000200*                    REFERENCIA CONTADAS POR FUNCAO E      *
000210*                    APONTA COMO EXCECAO: OPERADOR         *
000220*                    MANTENDO CONTA DA QUAL E TITULAR (CPF *
000230*                    DO OPERADOR IGUAL AO DO TITULAR       *
000240*                    PRINCIPAL OU DE UM CO-TITULAR);       *
000250*                    FORCAMENTO DA TRAVA                   *
000260*                    CTRL-EM-PROCESSAMENTO PELO            *
000270*                    SUPERVISOR; ACAO FORA DO HORARIO DE   *
000280*                    EXPEDIENTE OU EM DIA SEM              *
000290*                    PROCESSAMENTO NO CLICALEN; E          *
000300*                    ALTERACAO CADASTRAL SEGUIDA DE        *
000310*                    MOVIMENTACAO NA MESMA CONTA PELO      *
000320*                    MESMO OPERADOR. AS EXCECOES SAEM      *
000330*                    TAMBEM NO ARQUIVO DE LAYOUT FIXO      *
000340*                    CLIMLEXC PARA A AUDITORIA INTERNA.    *
000350*                    PARM: MES DE REFERENCIA (AAAAMM,      *
000360*                    PADRAO O MES ANTERIOR) E HORARIO DE   *
000370*                    EXPEDIENTE (HHMM INICIO E FIM, PADRAO *
000380*                    0800 A 1800).                         *
000390* 2026-10-15 EBC     CONFERENCIA DE SEGREGACAO PASSA A     *
000400*                    TRATAR COMO DADO CADASTRAL TAMBEM OS  *
000410*                    CAMPOS PROCURADOR, LIMITE PROC,       *
000420*                    NASCIMENTO, RESPONSAVEL E ALERTA,     *
000430*                    GRAVADOS NO CLIMLOG PELO CLIMAINT E   *
000440*                    PELO CLIMAIOR.                        *
000450*----------------------------------------------------------*
000460 ENVIRONMENT             DIVISION.
000470 CONFIGURATION           SECTION.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500
000510 INPUT-OUTPUT            SECTION.
000520 FILE-CONTROL.
000530*----------------------------------------------------------*
000540* LOG DE MANUTENCAO DOS PROGRAMAS DE TERMINAL (ENTRADA)    *
000550*----------------------------------------------------------*
000560     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-LOG-MANUTENCAO.
000590*----------------------------------------------------------*
000600* CADASTRO DE OPERADORES - AGENCIA DE LOTACAO, PERFIL E    *
000610* CPF DE CADA OPERADOR                                     *
000620*----------------------------------------------------------*
000630     SELECT OPERADORES ASSIGN TO "CLIOPER"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-OPERADORES.
000660     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CLI-ID
000700         FILE STATUS IS FS-CLIENTES-MASTER.
000710*----------------------------------------------------------*
000720* TITULARES ADICIONAIS DAS CONTAS CONJUNTAS                *
000730*----------------------------------------------------------*
000740     SELECT TITULARES ASSIGN TO "CLITITU"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS TIT-CHAVE
000780         FILE STATUS IS FS-TITULARES.
000790     SELECT CALENDARIO ASSIGN TO "CLICALEN"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-CALENDARIO.
000820*----------------------------------------------------------*
000830* ARQUIVO DE TRABALHO DA CLASSIFICACAO POR AGENCIA,        *
000840* OPERADOR, CONTA, DATA E HORA                             *
000850*----------------------------------------------------------*
000860     SELECT CLASSIFICACAO ASSIGN TO "SORTWK01".
000870*----------------------------------------------------------*
000880* EXCECOES PARA A AUDITORIA INTERNA, EM LAYOUT FIXO        *
000890*----------------------------------------------------------*
000900     SELECT EXCECOES ASSIGN TO "CLIMLEXC"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FS-EXCECOES.
000930     SELECT RELATORIO ASSIGN TO "RELMLR"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-RELATORIO.
000960
000970 DATA                    DIVISION.
000980 FILE                    SECTION.
000990 FD  LOG-MANUTENCAO
001000     LABEL RECORD IS STANDARD.
001010 01  MLOG-LINHA               PICTURE X(120).
001020
001030 FD  OPERADORES
001040     LABEL RECORD IS STANDARD.
001050     COPY CLIOPRRG.
001060
001070 FD  CLIENTES-MASTER
001080     LABEL RECORD IS STANDARD.
001090     COPY CLIREG.
001100
001110 FD  TITULARES
001120     LABEL RECORD IS STANDARD.
001130     COPY CLITITRG.
001140
001150 FD  CALENDARIO
001160     LABEL RECORD IS STANDARD.
001170 01  CAL-REGISTRO.
001180     05  CAL-DATA              PICTURE 9(08).
001190     05  FILLER                PICTURE X(01).
001200     05  CAL-TIPO              PICTURE X(01).
001210         88  CAL-DIA-UTIL                     VALUE "U".
001220
001230 SD  CLASSIFICACAO.
001240 01  SRT-REGISTRO.
001250     05  SRT-AGENCIA          PICTURE 9(04).
001260     05  SRT-OPERADOR         PICTURE X(08).
001270     05  SRT-CLIENTE          PICTURE 9(06).
001280     05  SRT-DATA             PICTURE 9(08).
001290     05  SRT-HORA             PICTURE 9(06).
001300     05  SRT-SEQ              PICTURE 9(08).
001310     05  SRT-FUNCAO           PICTURE X(01).
001320     05  SRT-CAMPO            PICTURE X(12).
001330     05  SRT-DEPOIS           PICTURE X(34).
001340     05  SRT-DIA-UTIL         PICTURE X(01).
001350         88  SRT-DIA-SEM-PROCESSAMENTO       VALUE "N".
001360
001370 FD  EXCECOES
001380     LABEL RECORD IS STANDARD.
001390 01  EXC-LINHA                PICTURE X(120).
001400
001410 FD  RELATORIO
001420     LABEL RECORD IS STANDARD.
001430 01  REL-LINHA               PICTURE X(132).
001440
001450 WORKING-STORAGE         SECTION.
001460 01  WRK-FLAGS.
001470     05  WRK-FIM-LOG     PICTURE X(01)      VALUE "N".
001480         88  FIM-ARQUIVO-LOG                VALUE "S".
001490     05  WRK-FIM-OPER    PICTURE X(01)      VALUE "N".
001500         88  FIM-ARQUIVO-OPERADORES         VALUE "S".
001510     05  WRK-FIM-CALEND  PICTURE X(01)      VALUE "N".
001520         88  FIM-ARQUIVO-CALENDARIO         VALUE "S".
001530     05  WRK-FIM-SORT    PICTURE X(01)      VALUE "N".
001540         88  FIM-CLASSIFICACAO              VALUE "S".
001550     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001560         88  FIM-TITULARES                  VALUE "S".
001570     05  WRK-TEM-TIT     PICTURE X(01)      VALUE "N".
001580         88  ARQUIVO-TITULARES-OK           VALUE "S".
001590     05  WRK-TEM-CAL     PICTURE X(01)      VALUE "N".
001600         88  CALENDARIO-DO-MES-OK           VALUE "S".
001610     05  WRK-TEM-OPER-ATUAL PICTURE X(01)   VALUE "N".
001620         88  HA-OPERADOR-ABERTO             VALUE "S".
001630     05  WRK-CONTA-PROPRIA PICTURE X(01)    VALUE "N".
001640         88  OPERADOR-TITULAR               VALUE "S".
001650     05  WRK-ALTERACAO   PICTURE X(01)      VALUE "N".
001660         88  HOUVE-ALTERACAO-CADASTRAL      VALUE "S".
001670 01  FS-LOG-MANUTENCAO   PICTURE X(02)      VALUE "00".
001680 01  FS-OPERADORES       PICTURE X(02)      VALUE "00".
001690 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001700 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001710 01  FS-CALENDARIO       PICTURE X(02)      VALUE "00".
001720 01  FS-EXCECOES         PICTURE X(02)      VALUE "00".
001730 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001740 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001750 77  WRK-AAAAMM-REF      PICTURE 9(06)      VALUE ZEROS.
001760 77  WRK-AAAAMM-LOG      PICTURE 9(06)      VALUE ZEROS.
001770 77  WRK-AAAAMM-CAL      PICTURE 9(06)      VALUE ZEROS.
001780 77  WRK-ANO-CALC        PICTURE 9(04)      VALUE ZEROS.
001790 77  WRK-MES-CALC        PICTURE 9(02)      VALUE ZEROS.
001800 77  WRK-DIA-CALC        PICTURE 9(02)      VALUE ZEROS.
001810 77  WRK-HORA-INI        PICTURE 9(04)      VALUE 0800.
001820 77  WRK-HORA-FIM        PICTURE 9(04)      VALUE 1800.
001830 77  WRK-HORA-INI-SEG    PICTURE 9(06)      VALUE ZEROS.
001840 77  WRK-HORA-FIM-SEG    PICTURE 9(06)      VALUE ZEROS.
001850 77  WRK-AGENCIA-ATUAL   PICTURE 9(04)      VALUE ZEROS.
001860 77  WRK-OPERADOR-ATUAL  PICTURE X(08)      VALUE SPACES.
001870 77  WRK-CLIENTE-ATUAL   PICTURE 9(06)      VALUE ZEROS.
001880 77  WRK-OPERADOR-BUSCA  PICTURE X(08)      VALUE SPACES.
001890 77  WRK-DOC-OPERADOR    PICTURE 9(14)      VALUE ZEROS.
001900 77  WRK-REF-CAMPO       PICTURE X(12)      VALUE SPACES.
001910 77  WRK-REF-DATA        PICTURE 9(08)      VALUE ZEROS.
001920 77  WRK-REF-HORA        PICTURE 9(06)      VALUE ZEROS.
001930 77  WRK-CODIGO-EXCECAO  PICTURE X(02)      VALUE SPACES.
001940 77  WRK-CHAVE-FUNCAO    PICTURE X(13)      VALUE SPACES.
001950 77  WRK-SEQ-LOG         PICTURE 9(08)      VALUE ZEROS.
001960 77  WRK-IDX-OPER        PICTURE 9(03)      COMP VALUE ZEROS.
001970 77  WRK-IDX-ACHADO      PICTURE 9(03)      COMP VALUE ZEROS.
001980 77  WRK-QTD-OPER        PICTURE 9(03)      COMP VALUE ZEROS.
001990 77  WRK-MAX-OPER        PICTURE 9(03)      COMP VALUE 200.
002000 77  WRK-IDX-FUN         PICTURE 9(03)      COMP VALUE ZEROS.
002010 77  WRK-IDX-FUN-ACHADO  PICTURE 9(03)      COMP VALUE ZEROS.
002020 77  WRK-QTD-FUN         PICTURE 9(03)      COMP VALUE ZEROS.
002030 77  WRK-MAX-FUN         PICTURE 9(03)      COMP VALUE 60.
002040 77  WRK-DIAS-CAL-MES    PICTURE 9(03)      COMP VALUE ZEROS.
002050 77  WRK-CONT-LIDAS      PICTURE 9(08)      COMP VALUE ZEROS.
002060 77  WRK-CONT-PERIODO    PICTURE 9(08)      COMP VALUE ZEROS.
002070 77  WRK-CONT-OPERADORES PICTURE 9(06)      COMP VALUE ZEROS.
002080 77  WRK-CONT-ACOES-OPER PICTURE 9(08)      COMP VALUE ZEROS.
002090 77  WRK-CONT-EXC-OPER   PICTURE 9(08)      COMP VALUE ZEROS.
002100 77  WRK-CONT-EXCECOES   PICTURE 9(08)      COMP VALUE ZEROS.
002110 77  WRK-CONT-EXC-TP     PICTURE 9(08)      COMP VALUE ZEROS.
002120 77  WRK-CONT-EXC-FT     PICTURE 9(08)      COMP VALUE ZEROS.
002130 77  WRK-CONT-EXC-HR     PICTURE 9(08)      COMP VALUE ZEROS.
002140 77  WRK-CONT-EXC-DN     PICTURE 9(08)      COMP VALUE ZEROS.
002150 77  WRK-CONT-EXC-AM     PICTURE 9(08)      COMP VALUE ZEROS.
002160
002170*----------------------------------------------------------*
002180* CLASSES DE ACAO DO CLIMLOG (PELO CAMPO LOGADO): DADO     *
002190* CADASTRAL DA CONTA E ACAO QUE MOVIMENTA DINHEIRO         *
002200*----------------------------------------------------------*
002210 01  WRK-CLASSE-CAMPO         PICTURE X(12)      VALUE SPACES.
002220     88  CAMPO-CADASTRAL      VALUE "NOME        " "ENDERECO    "
002230                                    "CIDADE      " "UF          "
002240                                    "CEP         " "TELEFONE    "
002250                                    "E-MAIL      " "TITULAR     "
002260                                    "PRINCIPAL   " "STATUS      "
002270                                    "PREF EXTRATO" "RISCO KYC   "
002280                                    "RECADASTRO  " "TIPO CONTA  "
002290                                    "PROCURADOR  " "LIMITE PROC "
002300                                    "NASCIMENTO  " "RESPONSAVEL "
002310                                    "ALERTA      ".
002320     88  CAMPO-FINANCEIRO     VALUE "AJUSTE SALDO" "ESTORNO     "
002330                                    "CDB APLICADO" "CDB RESGATE "
002340                                    "ORDEM PERM  " "VARREDURA   "
002350                                    "FUSAO ORIGEM" "FUSAO DEST  ".
002360     88  CAMPO-DE-AGENDAMENTO VALUE "ORDEM PERM  " "VARREDURA   ".
002370
002380*----------------------------------------------------------*
002390* LINHA DO LOG DE MANUTENCAO (CLIMLOG), LAYOUT DO CLIMAINT *
002400*----------------------------------------------------------*
002410 01  MLOG-REGISTRO.
002420     05  MLOG-DATA            PICTURE 9(08).
002430     05  FILLER               PICTURE X(01) VALUE SPACES.
002440     05  MLOG-HORA            PICTURE 9(06).
002450     05  FILLER               PICTURE X(01) VALUE SPACES.
002460     05  MLOG-OPERADOR        PICTURE X(08).
002470     05  FILLER               PICTURE X(01) VALUE SPACES.
002480     05  MLOG-FUNCAO          PICTURE X(01).
002490     05  FILLER               PICTURE X(01) VALUE SPACES.
002500     05  MLOG-CLIENTE         PICTURE 9(06).
002510     05  FILLER               PICTURE X(01) VALUE SPACES.
002520     05  MLOG-CAMPO           PICTURE X(12).
002530     05  FILLER               PICTURE X(01) VALUE SPACES.
002540     05  MLOG-ANTES           PICTURE X(34).
002550     05  FILLER               PICTURE X(01) VALUE SPACES.
002560     05  MLOG-DEPOIS          PICTURE X(34).
002570     05  FILLER               PICTURE X(04) VALUE SPACES.
002580
002590*----------------------------------------------------------*
002600* OPERADORES DO CLIOPER (AGENCIA E CPF EM BRANCO NO        *
002610* REGISTRO ANTIGO FICAM ZERADOS)                           *
002620*----------------------------------------------------------*
002630 01  TAB-OPERADORES.
002640     05  TAB-OPR-ENTRADA         OCCURS 200 TIMES.
002650         10  TAB-OPR-ID          PICTURE X(08).
002660         10  TAB-OPR-PERFIL      PICTURE X(01).
002670         10  TAB-OPR-AGENCIA     PICTURE 9(04).
002680         10  TAB-OPR-DOC         PICTURE 9(14).
002690
002700*----------------------------------------------------------*
002710* TIPO DE CADA DIA DO MES DE REFERENCIA NO CLICALEN        *
002720*----------------------------------------------------------*
002730 01  TAB-CALENDARIO.
002740     05  TAB-CAL-TIPO            OCCURS 31 TIMES
002750                                 PICTURE X(01).
002760
002770*----------------------------------------------------------*
002780* ACOES DO OPERADOR CORRENTE POR FUNCAO + CAMPO LOGADO     *
002790*----------------------------------------------------------*
002800 01  TAB-FUNCOES.
002810     05  TAB-FUN-ENTRADA         OCCURS 60 TIMES.
002820         10  TAB-FUN-CHAVE.
002830             15  TAB-FUN-FUNCAO  PICTURE X(01).
002840             15  TAB-FUN-CAMPO   PICTURE X(12).
002850         10  TAB-FUN-QTD         PICTURE 9(08) COMP.
002860
002870*----------------------------------------------------------*
002880* REGISTROS DO ARQUIVO DE EXCECOES CLIMLEXC (120 BYTES):   *
002890* CABECALHO "0", DETALHE "1" E TRAILER "9"                 *
002900*----------------------------------------------------------*
002910 01  EXC-CABECALHO.
002920     05  FILLER               PICTURE X(01) VALUE "0".
002930     05  FILLER               PICTURE X(08) VALUE "CLIMLREV".
002940     05  EXC-CAB-AAAAMM       PICTURE 9(06).
002950     05  EXC-CAB-DATA-GERACAO PICTURE 9(08).
002960     05  EXC-CAB-HORA-INI     PICTURE 9(04).
002970     05  EXC-CAB-HORA-FIM     PICTURE 9(04).
002980     05  FILLER               PICTURE X(89) VALUE SPACES.
002990 01  EXC-DETALHE.
003000     05  FILLER               PICTURE X(01) VALUE "1".
003010     05  EXC-DET-CODIGO       PICTURE X(02).
003020     05  EXC-DET-AGENCIA      PICTURE 9(04).
003030     05  EXC-DET-OPERADOR     PICTURE X(08).
003040     05  EXC-DET-DATA         PICTURE 9(08).
003050     05  EXC-DET-HORA         PICTURE 9(06).
003060     05  EXC-DET-FUNCAO       PICTURE X(01).
003070     05  EXC-DET-CLIENTE      PICTURE 9(06).
003080     05  EXC-DET-CAMPO        PICTURE X(12).
003090     05  EXC-DET-DEPOIS       PICTURE X(34).
003100     05  EXC-DET-REF-CAMPO    PICTURE X(12).
003110     05  EXC-DET-REF-DATA     PICTURE 9(08).
003120     05  EXC-DET-REF-HORA     PICTURE 9(06).
003130     05  FILLER               PICTURE X(12) VALUE SPACES.
003140 01  EXC-TRAILER.
003150     05  FILLER               PICTURE X(01) VALUE "9".
003160     05  EXC-TRL-QTD          PICTURE 9(08).
003170     05  FILLER               PICTURE X(111) VALUE SPACES.
003180
003190*----------------------------------------------------------*
003200* LINHAS DO RELATORIO DA REVISAO                           *
003210*----------------------------------------------------------*
003220 01  REL-CABECALHO-1.
003230     05  FILLER              PICTURE X(52)
003240         VALUE "REVISAO DE ATIVIDADE DE OPERADORES - CLIMLREV".
003250     05  FILLER              PICTURE X(11) VALUE SPACES.
003260     05  FILLER              PICTURE X(09) VALUE "PERIODO: ".
003270     05  REL-CAB-AAAAMM      PICTURE 9(06).
003280     05  FILLER              PICTURE X(12) VALUE "  HORARIO: ".
003290     05  REL-CAB-HORA-INI    PICTURE 9(04).
003300     05  FILLER              PICTURE X(03) VALUE " A ".
003310     05  REL-CAB-HORA-FIM    PICTURE 9(04).
003320     05  FILLER              PICTURE X(31) VALUE SPACES.
003330 01  REL-LINHA-AGENCIA.
003340     05  FILLER              PICTURE X(08) VALUE "AGENCIA ".
003350     05  REL-AG-CODIGO       PICTURE 9(04).
003360     05  FILLER              PICTURE X(02) VALUE SPACES.
003370     05  REL-AG-OBS          PICTURE X(40).
003380     05  FILLER              PICTURE X(78) VALUE SPACES.
003390 01  REL-LINHA-OPERADOR.
003400     05  FILLER              PICTURE X(11) VALUE "  OPERADOR ".
003410     05  REL-OPR-ID          PICTURE X(08).
003420     05  FILLER              PICTURE X(08) VALUE "  PERFIL".
003430     05  FILLER              PICTURE X(01) VALUE SPACES.
003440     05  REL-OPR-PERFIL      PICTURE X(01).
003450     05  FILLER              PICTURE X(02) VALUE SPACES.
003460     05  REL-OPR-OBS         PICTURE X(40).
003470     05  FILLER              PICTURE X(61) VALUE SPACES.
003480 01  REL-LINHA-FUNCAO.
003490     05  FILLER              PICTURE X(13) VALUE "      FUNCAO ".
003500     05  REL-FUN-FUNCAO      PICTURE X(01).
003510     05  FILLER              PICTURE X(02) VALUE SPACES.
003520     05  REL-FUN-CAMPO       PICTURE X(12).
003530     05  FILLER              PICTURE X(02) VALUE SPACES.
003540     05  REL-FUN-QTD         PICTURE ZZ.ZZZ.ZZ9.
003550     05  FILLER              PICTURE X(92) VALUE SPACES.
003560 01  REL-LINHA-EXCECAO.
003570     05  FILLER              PICTURE X(07) VALUE "    ** ".
003580     05  REL-EXC-DESCRICAO   PICTURE X(32).
003590     05  REL-EXC-DATA        PICTURE 9(08).
003600     05  FILLER              PICTURE X(01) VALUE SPACES.
003610     05  REL-EXC-HORA        PICTURE 9(06).
003620     05  FILLER              PICTURE X(07) VALUE " CONTA ".
003630     05  REL-EXC-CLIENTE     PICTURE 9(06).
003640     05  FILLER              PICTURE X(01) VALUE SPACES.
003650     05  REL-EXC-FUNCAO      PICTURE X(01).
003660     05  FILLER              PICTURE X(01) VALUE SPACES.
003670     05  REL-EXC-CAMPO       PICTURE X(12).
003680     05  FILLER              PICTURE X(01) VALUE SPACES.
003690     05  REL-EXC-DETALHE     PICTURE X(49).
003700 01  REL-LINHA-TOT-OPER.
003710     05  FILLER              PICTURE X(21)
003720             VALUE "      TOTAL DE ACOES ".
003730     05  REL-TOP-ACOES       PICTURE ZZ.ZZZ.ZZ9.
003740     05  FILLER              PICTURE X(12) VALUE "  EXCECOES ".
003750     05  REL-TOP-EXCECOES    PICTURE ZZ.ZZZ.ZZ9.
003760     05  FILLER              PICTURE X(79) VALUE SPACES.
003770 01  REL-TIT-CONTROLE.
003780     05  FILLER              PICTURE X(30)
003790             VALUE "QUADRO DE TOTAIS DE CONTROLE".
003800     05  FILLER              PICTURE X(102) VALUE SPACES.
003810 01  REL-RODAPE.
003820     05  REL-ROD-ROTULO      PICTURE X(30).
003830     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003840     05  FILLER              PICTURE X(84) VALUE SPACES.
003850
003860 LINKAGE                 SECTION.
003870 01  LK-PARM-REVISAO.
003880     05  LK-PARM-AAAAMM      PICTURE X(06).
003890     05  LK-PARM-HORA-INI    PICTURE X(04).
003900     05  LK-PARM-HORA-FIM    PICTURE X(04).
003910
003920 PROCEDURE               DIVISION USING LK-PARM-REVISAO.
003930*----------------------------------------------------------*
003940* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003950*----------------------------------------------------------*
003960 0000-MAINLINE.
003970     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003980     SORT CLASSIFICACAO
003990             ON ASCENDING KEY SRT-AGENCIA SRT-OPERADOR
004000                              SRT-CLIENTE SRT-DATA SRT-HORA
004010                              SRT-SEQ
004020             INPUT PROCEDURE IS 2000-SELECIONAR-LOG
004030                     THRU 2000-SELECIONAR-LOG-EXIT
004040             OUTPUT PROCEDURE IS 3000-REVISAR-OPERADORES
004050                     THRU 3000-REVISAR-OPERADORES-EXIT.
004060     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
004070     GO TO 9999-EXIT.
004080
004090*----------------------------------------------------------*
004100* 1000-INICIALIZAR - PARM, CARGA DOS OPERADORES E DO       *
004110*                    CALENDARIO DO MES E ABERTURAS         *
004120*----------------------------------------------------------*
004130 1000-INICIALIZAR.
004140     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
004150*   SEM PARM, A REVISAO E DO MES ANTERIOR AO DA EXECUCAO.
004160     COMPUTE WRK-ANO-CALC = WRK-DATA-SISTEMA / 10000.
004170     COMPUTE WRK-MES-CALC = (WRK-DATA-SISTEMA / 100)
004180             - (WRK-ANO-CALC * 100).
004190     IF WRK-MES-CALC = 1
004200         SUBTRACT 1 FROM WRK-ANO-CALC
004210         MOVE 12 TO WRK-MES-CALC
004220     ELSE
004230         SUBTRACT 1 FROM WRK-MES-CALC
004240     END-IF.
004250     COMPUTE WRK-AAAAMM-REF = WRK-ANO-CALC * 100 + WRK-MES-CALC.
004260     IF LK-PARM-AAAAMM IS NUMERIC
004270             AND LK-PARM-AAAAMM NOT = "000000"
004280         MOVE LK-PARM-AAAAMM TO WRK-AAAAMM-REF
004290     END-IF.
004300     IF LK-PARM-HORA-INI IS NUMERIC
004310             AND LK-PARM-HORA-FIM IS NUMERIC
004320             AND LK-PARM-HORA-INI < LK-PARM-HORA-FIM
004330         MOVE LK-PARM-HORA-INI TO WRK-HORA-INI
004340         MOVE LK-PARM-HORA-FIM TO WRK-HORA-FIM
004350     END-IF.
004360     COMPUTE WRK-HORA-INI-SEG = WRK-HORA-INI * 100.
004370     COMPUTE WRK-HORA-FIM-SEG = WRK-HORA-FIM * 100 + 59.
004380     OPEN INPUT LOG-MANUTENCAO.
004390     IF FS-LOG-MANUTENCAO NOT = "00"
004400         DISPLAY "CLIMLREV: ERRO AO ABRIR CLIMLOG - STATUS "
004410                 FS-LOG-MANUTENCAO
004420         MOVE 16 TO RETURN-CODE
004430         GO TO 9999-EXIT
004440     END-IF.
004450     OPEN INPUT CLIENTES-MASTER.
004460     IF FS-CLIENTES-MASTER NOT = "00"
004470         DISPLAY "CLIMLREV: ERRO AO ABRIR CLIMSTR - STATUS "
004480                 FS-CLIENTES-MASTER
004490         CLOSE LOG-MANUTENCAO
004500         MOVE 16 TO RETURN-CODE
004510         GO TO 9999-EXIT
004520     END-IF.
004530     OPEN INPUT TITULARES.
004540     IF FS-TITULARES = "00"
004550         SET ARQUIVO-TITULARES-OK TO TRUE
004560     ELSE
004570         DISPLAY "CLIMLREV: CLITITU INDISPONIVEL - STATUS "
004580                 FS-TITULARES " - SO O TITULAR PRINCIPAL E "
004590                 "CONFERIDO"
004600         MOVE 4 TO RETURN-CODE
004610     END-IF.
004620     PERFORM 1100-CARREGAR-OPERADORES
004630             THRU 1100-CARREGAR-OPERADORES-EXIT.
004640     PERFORM 1200-CARREGAR-CALENDARIO
004650             THRU 1200-CARREGAR-CALENDARIO-EXIT.
004660     OPEN OUTPUT EXCECOES.
004670     MOVE WRK-AAAAMM-REF   TO EXC-CAB-AAAAMM.
004680     MOVE WRK-DATA-SISTEMA TO EXC-CAB-DATA-GERACAO.
004690     MOVE WRK-HORA-INI     TO EXC-CAB-HORA-INI.
004700     MOVE WRK-HORA-FIM     TO EXC-CAB-HORA-FIM.
004710     WRITE EXC-LINHA FROM EXC-CABECALHO.
004720     OPEN OUTPUT RELATORIO.
004730     MOVE WRK-AAAAMM-REF TO REL-CAB-AAAAMM.
004740     MOVE WRK-HORA-INI   TO REL-CAB-HORA-INI.
004750     MOVE WRK-HORA-FIM   TO REL-CAB-HORA-FIM.
004760     WRITE REL-LINHA FROM REL-CABECALHO-1 AFTER ADVANCING PAGE.
004770 1000-INICIALIZAR-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810* 1100-CARREGAR-OPERADORES - CARREGA O CLIOPER NA TABELA;  *
004820*                    SEM ELE TODOS OS OPERADORES SAEM SEM  *
004830*                    AGENCIA E SEM A CONFERENCIA DE        *
004840*                    TITULARIDADE                          *
004850*----------------------------------------------------------*
004860 1100-CARREGAR-OPERADORES.
004870     MOVE ZEROS TO WRK-QTD-OPER.
004880     OPEN INPUT OPERADORES.
004890     IF FS-OPERADORES NOT = "00"
004900         DISPLAY "CLIMLREV: CLIOPER INDISPONIVEL - STATUS "
004910                 FS-OPERADORES " - REVISAO SEM AGENCIA E SEM "
004920                 "TITULARIDADE"
004930         MOVE 4 TO RETURN-CODE
004940         GO TO 1100-CARREGAR-OPERADORES-EXIT
004950     END-IF.
004960     PERFORM 1150-LER-OPERADOR THRU 1150-LER-OPERADOR-EXIT
004970             UNTIL FIM-ARQUIVO-OPERADORES.
004980     CLOSE OPERADORES.
004990 1100-CARREGAR-OPERADORES-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------*
005030* 1150-LER-OPERADOR - GUARDA UM OPERADOR NA TABELA         *
005040*----------------------------------------------------------*
005050 1150-LER-OPERADOR.
005060     READ OPERADORES
005070         AT END
005080             SET FIM-ARQUIVO-OPERADORES TO TRUE
005090             GO TO 1150-LER-OPERADOR-EXIT
005100     END-READ.
005110     IF WRK-QTD-OPER >= WRK-MAX-OPER
005120         DISPLAY "CLIMLREV: TABELA DE OPERADORES CHEIA - "
005130                 OPER-ID " SEM AGENCIA NA REVISAO"
005140         GO TO 1150-LER-OPERADOR-EXIT
005150     END-IF.
005160     ADD 1 TO WRK-QTD-OPER.
005170     MOVE OPER-ID     TO TAB-OPR-ID (WRK-QTD-OPER).
005180     MOVE OPER-PERFIL TO TAB-OPR-PERFIL (WRK-QTD-OPER).
005190     MOVE ZEROS TO TAB-OPR-AGENCIA (WRK-QTD-OPER)
005200                   TAB-OPR-DOC (WRK-QTD-OPER).
005210     IF OPER-AGENCIA IS NUMERIC
005220         MOVE OPER-AGENCIA TO TAB-OPR-AGENCIA (WRK-QTD-OPER)
005230     END-IF.
005240     IF OPER-DOCUMENTO IS NUMERIC
005250         MOVE OPER-DOCUMENTO TO TAB-OPR-DOC (WRK-QTD-OPER)
005260     END-IF.
005270 1150-LER-OPERADOR-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* 1200-CARREGAR-CALENDARIO - GUARDA O TIPO DE CADA DIA DO  *
005320*                    MES DE REFERENCIA. DIA AUSENTE DO     *
005330*                    CALENDARIO CONTA COMO SEM             *
005340*                    PROCESSAMENTO; MES SEM NENHUM DIA NO  *
005350*                    CLICALEN DISPENSA ESSA CONFERENCIA    *
005360*----------------------------------------------------------*
005370 1200-CARREGAR-CALENDARIO.
005380     MOVE SPACES TO TAB-CALENDARIO.
005390     MOVE ZEROS TO WRK-DIAS-CAL-MES.
005400     OPEN INPUT CALENDARIO.
005410     IF FS-CALENDARIO NOT = "00"
005420         DISPLAY "CLIMLREV: CLICALEN NAO ENCONTRADO - DIAS SEM "
005430                 "PROCESSAMENTO NAO CONFERIDOS"
005440         MOVE 4 TO RETURN-CODE
005450         GO TO 1200-CARREGAR-CALENDARIO-EXIT
005460     END-IF.
005470     PERFORM 1250-LER-DIA-CALENDARIO
005480             THRU 1250-LER-DIA-CALENDARIO-EXIT
005490             UNTIL FIM-ARQUIVO-CALENDARIO.
005500     CLOSE CALENDARIO.
005510     IF WRK-DIAS-CAL-MES = ZEROS
005520         DISPLAY "CLIMLREV: MES " WRK-AAAAMM-REF " AUSENTE DO "
005530                 "CLICALEN - DIAS SEM PROCESSAMENTO NAO "
005540                 "CONFERIDOS"
005550         MOVE 4 TO RETURN-CODE
005560     ELSE
005570         SET CALENDARIO-DO-MES-OK TO TRUE
005580     END-IF.
005590 1200-CARREGAR-CALENDARIO-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------*
005630* 1250-LER-DIA-CALENDARIO - TRATA UM REGISTRO DO           *
005640*                    CALENDARIO                            *
005650*----------------------------------------------------------*
005660 1250-LER-DIA-CALENDARIO.
005670     READ CALENDARIO
005680         AT END
005690             SET FIM-ARQUIVO-CALENDARIO TO TRUE
005700             GO TO 1250-LER-DIA-CALENDARIO-EXIT
005710     END-READ.
005720     COMPUTE WRK-AAAAMM-CAL = CAL-DATA / 100.
005730     IF WRK-AAAAMM-CAL NOT = WRK-AAAAMM-REF
005740         GO TO 1250-LER-DIA-CALENDARIO-EXIT
005750     END-IF.
005760     COMPUTE WRK-DIA-CALC = CAL-DATA - (WRK-AAAAMM-CAL * 100).
005770     IF WRK-DIA-CALC < 1 OR WRK-DIA-CALC > 31
005780         GO TO 1250-LER-DIA-CALENDARIO-EXIT
005790     END-IF.
005800     ADD 1 TO WRK-DIAS-CAL-MES.
005810     IF CAL-DIA-UTIL
005820         MOVE "S" TO TAB-CAL-TIPO (WRK-DIA-CALC)
005830     ELSE
005840         MOVE "N" TO TAB-CAL-TIPO (WRK-DIA-CALC)
005850     END-IF.
005860 1250-LER-DIA-CALENDARIO-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------*
005900* 1300-PROCURAR-OPERADOR - LOCALIZA NA TABELA O ID PEDIDO  *
005910*                    EM WRK-OPERADOR-BUSCA (ZERO QUANDO    *
005920*                    NAO EXISTE)                           *
005930*----------------------------------------------------------*
005940 1300-PROCURAR-OPERADOR.
005950     MOVE ZEROS TO WRK-IDX-ACHADO.
005960     PERFORM 1350-CONFERIR-OPERADOR
005970             THRU 1350-CONFERIR-OPERADOR-EXIT
005980             VARYING WRK-IDX-OPER FROM 1 BY 1
005990             UNTIL WRK-IDX-OPER > WRK-QTD-OPER.
006000 1300-PROCURAR-OPERADOR-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------*
006040* 1350-CONFERIR-OPERADOR - CONFERE UMA ENTRADA DA TABELA   *
006050*----------------------------------------------------------*
006060 1350-CONFERIR-OPERADOR.
006070     IF WRK-IDX-ACHADO = ZEROS
006080             AND TAB-OPR-ID (WRK-IDX-OPER) = WRK-OPERADOR-BUSCA
006090         MOVE WRK-IDX-OPER TO WRK-IDX-ACHADO
006100     END-IF.
006110 1350-CONFERIR-OPERADOR-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------*
006150* 2000-SELECIONAR-LOG - LE O CLIMLOG E LIBERA PARA A       *
006160*                    CLASSIFICACAO AS LINHAS DO MES DE     *
006170*                    REFERENCIA, COM A AGENCIA DO OPERADOR *
006180*                    E O TIPO DO DIA NO CALENDARIO         *
006190*----------------------------------------------------------*
006200 2000-SELECIONAR-LOG.
006210     PERFORM 2100-LER-LOG THRU 2100-LER-LOG-EXIT
006220             UNTIL FIM-ARQUIVO-LOG.
006230     CLOSE LOG-MANUTENCAO.
006240 2000-SELECIONAR-LOG-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------*
006280* 2100-LER-LOG - TRATA UMA LINHA DO CLIMLOG                *
006290*----------------------------------------------------------*
006300 2100-LER-LOG.
006310     READ LOG-MANUTENCAO
006320         AT END
006330             SET FIM-ARQUIVO-LOG TO TRUE
006340             GO TO 2100-LER-LOG-EXIT
006350     END-READ.
006360     ADD 1 TO WRK-CONT-LIDAS.
006370     ADD 1 TO WRK-SEQ-LOG.
006380     MOVE MLOG-LINHA TO MLOG-REGISTRO.
006390     IF MLOG-DATA NOT NUMERIC OR MLOG-HORA NOT NUMERIC
006400         GO TO 2100-LER-LOG-EXIT
006410     END-IF.
006420     COMPUTE WRK-AAAAMM-LOG = MLOG-DATA / 100.
006430     IF WRK-AAAAMM-LOG NOT = WRK-AAAAMM-REF
006440         GO TO 2100-LER-LOG-EXIT
006450     END-IF.
006460     ADD 1 TO WRK-CONT-PERIODO.
006470     MOVE MLOG-OPERADOR TO WRK-OPERADOR-BUSCA.
006480     PERFORM 1300-PROCURAR-OPERADOR
006490             THRU 1300-PROCURAR-OPERADOR-EXIT.
006500     IF WRK-IDX-ACHADO = ZEROS
006510         MOVE ZEROS TO SRT-AGENCIA
006520     ELSE
006530         MOVE TAB-OPR-AGENCIA (WRK-IDX-ACHADO) TO SRT-AGENCIA
006540     END-IF.
006550     MOVE MLOG-OPERADOR TO SRT-OPERADOR.
006560     IF MLOG-CLIENTE IS NUMERIC
006570         MOVE MLOG-CLIENTE TO SRT-CLIENTE
006580     ELSE
006590         MOVE ZEROS TO SRT-CLIENTE
006600     END-IF.
006610     MOVE MLOG-DATA   TO SRT-DATA.
006620     MOVE MLOG-HORA   TO SRT-HORA.
006630     MOVE WRK-SEQ-LOG TO SRT-SEQ.
006640     MOVE MLOG-FUNCAO TO SRT-FUNCAO.
006650     MOVE MLOG-CAMPO  TO SRT-CAMPO.
006660     MOVE MLOG-DEPOIS TO SRT-DEPOIS.
006670     MOVE SPACES TO SRT-DIA-UTIL.
006680     IF CALENDARIO-DO-MES-OK
006690         COMPUTE WRK-DIA-CALC = MLOG-DATA - (WRK-AAAAMM-LOG * 100)
006700         IF WRK-DIA-CALC > 0 AND WRK-DIA-CALC < 32
006710             MOVE TAB-CAL-TIPO (WRK-DIA-CALC) TO SRT-DIA-UTIL
006720             IF SRT-DIA-UTIL = SPACE
006730                 MOVE "N" TO SRT-DIA-UTIL
006740             END-IF
006750         END-IF
006760     END-IF.
006770     RELEASE SRT-REGISTRO.
006780 2100-LER-LOG-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------*
006820* 3000-REVISAR-OPERADORES - RECEBE AS ACOES CLASSIFICADAS  *
006830*                    E IMPRIME POR AGENCIA E OPERADOR, COM *
006840*                    AS EXCECOES NO MEIO                   *
006850*----------------------------------------------------------*
006860 3000-REVISAR-OPERADORES.
006870     PERFORM 3100-TRATAR-ACAO THRU 3100-TRATAR-ACAO-EXIT
006880             UNTIL FIM-CLASSIFICACAO.
006890 3000-REVISAR-OPERADORES-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------*
006930* 3100-TRATAR-ACAO - UMA ACAO: QUEBRAS DE AGENCIA,         *
006940*                    OPERADOR E CONTA, CONTAGEM POR FUNCAO *
006950*                    E CONFERENCIA DAS EXCECOES            *
006960*----------------------------------------------------------*
006970 3100-TRATAR-ACAO.
006980     RETURN CLASSIFICACAO
006990         AT END
007000             SET FIM-CLASSIFICACAO TO TRUE
007010             IF HA-OPERADOR-ABERTO
007020                 PERFORM 3800-FECHAR-OPERADOR
007030                         THRU 3800-FECHAR-OPERADOR-EXIT
007040             END-IF
007050             GO TO 3100-TRATAR-ACAO-EXIT
007060     END-RETURN.
007070     IF HA-OPERADOR-ABERTO
007080             AND (SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
007090                  OR SRT-OPERADOR NOT = WRK-OPERADOR-ATUAL)
007100         PERFORM 3800-FECHAR-OPERADOR
007110                 THRU 3800-FECHAR-OPERADOR-EXIT
007120     END-IF.
007130     IF NOT HA-OPERADOR-ABERTO
007140         PERFORM 3200-ABRIR-OPERADOR
007150                 THRU 3200-ABRIR-OPERADOR-EXIT
007160         PERFORM 3400-ABRIR-CONTA THRU 3400-ABRIR-CONTA-EXIT
007170     END-IF.
007180     IF SRT-CLIENTE NOT = WRK-CLIENTE-ATUAL
007190         PERFORM 3400-ABRIR-CONTA THRU 3400-ABRIR-CONTA-EXIT
007200     END-IF.
007210     PERFORM 3500-CONTAR-FUNCAO THRU 3500-CONTAR-FUNCAO-EXIT.
007220     MOVE SPACES TO WRK-REF-CAMPO.
007230     MOVE ZEROS  TO WRK-REF-DATA WRK-REF-HORA.
007240     IF OPERADOR-TITULAR
007250         MOVE "TP" TO WRK-CODIGO-EXCECAO
007260         PERFORM 3900-REGISTRAR-EXCECAO
007270                 THRU 3900-REGISTRAR-EXCECAO-EXIT
007280     END-IF.
007290     IF SRT-CAMPO = "INTERLOCK   "
007300             AND SRT-DEPOIS (1:7) = "FORCADO"
007310         MOVE "FT" TO WRK-CODIGO-EXCECAO
007320         PERFORM 3900-REGISTRAR-EXCECAO
007330                 THRU 3900-REGISTRAR-EXCECAO-EXIT
007340     END-IF.
007350     IF SRT-DIA-SEM-PROCESSAMENTO
007360         MOVE "DN" TO WRK-CODIGO-EXCECAO
007370         PERFORM 3900-REGISTRAR-EXCECAO
007380                 THRU 3900-REGISTRAR-EXCECAO-EXIT
007390     ELSE
007400         IF SRT-HORA < WRK-HORA-INI-SEG
007410                 OR SRT-HORA > WRK-HORA-FIM-SEG
007420             MOVE "HR" TO WRK-CODIGO-EXCECAO
007430             PERFORM 3900-REGISTRAR-EXCECAO
007440                     THRU 3900-REGISTRAR-EXCECAO-EXIT
007450         END-IF
007460     END-IF.
007470     PERFORM 3600-CONFERIR-SEGREGACAO
007480             THRU 3600-CONFERIR-SEGREGACAO-EXIT.
007490 3100-TRATAR-ACAO-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------*
007530* 3200-ABRIR-OPERADOR - QUEBRA DE OPERADOR (E DE AGENCIA): *
007540*                    CABECALHOS E CONTADORES ZERADOS       *
007550*----------------------------------------------------------*
007560 3200-ABRIR-OPERADOR.
007570     IF WRK-CONT-OPERADORES = ZEROS
007580             OR SRT-AGENCIA NOT = WRK-AGENCIA-ATUAL
007590         MOVE SRT-AGENCIA TO REL-AG-CODIGO
007600         MOVE SPACES TO REL-AG-OBS
007610         IF SRT-AGENCIA = ZEROS
007620             MOVE "OPERADORES SEM AGENCIA NO CLIOPER"
007630                     TO REL-AG-OBS
007640         END-IF
007650         WRITE REL-LINHA FROM REL-LINHA-AGENCIA
007660                 AFTER ADVANCING 2 LINES
007670     END-IF.
007680     MOVE SRT-AGENCIA  TO WRK-AGENCIA-ATUAL.
007690     MOVE SRT-OPERADOR TO WRK-OPERADOR-ATUAL WRK-OPERADOR-BUSCA.
007700     SET HA-OPERADOR-ABERTO TO TRUE.
007710     ADD 1 TO WRK-CONT-OPERADORES.
007720     MOVE ZEROS TO WRK-QTD-FUN WRK-CONT-ACOES-OPER
007730                   WRK-CONT-EXC-OPER WRK-DOC-OPERADOR.
007740     PERFORM 1300-PROCURAR-OPERADOR
007750             THRU 1300-PROCURAR-OPERADOR-EXIT.
007760     MOVE SRT-OPERADOR TO REL-OPR-ID.
007770     MOVE SPACES TO REL-OPR-PERFIL REL-OPR-OBS.
007780     IF WRK-IDX-ACHADO = ZEROS
007790         MOVE "NAO CADASTRADO NO CLIOPER" TO REL-OPR-OBS
007800     ELSE
007810         MOVE TAB-OPR-PERFIL (WRK-IDX-ACHADO) TO REL-OPR-PERFIL
007820         MOVE TAB-OPR-DOC (WRK-IDX-ACHADO) TO WRK-DOC-OPERADOR
007830         IF WRK-DOC-OPERADOR = ZEROS
007840             MOVE "SEM CPF NO CLIOPER - SEM CONFERENCIA"
007850                     TO REL-OPR-OBS
007860         END-IF
007870     END-IF.
007880     WRITE REL-LINHA FROM REL-LINHA-OPERADOR
007890             AFTER ADVANCING 2 LINES.
007900 3200-ABRIR-OPERADOR-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------*
007940* 3400-ABRIR-CONTA - QUEBRA DE CONTA DENTRO DO OPERADOR:   *
007950*                    ZERA A ALTERACAO CADASTRAL PENDENTE E *
007960*                    CONFERE SE O OPERADOR E TITULAR       *
007970*----------------------------------------------------------*
007980 3400-ABRIR-CONTA.
007990     MOVE SRT-CLIENTE TO WRK-CLIENTE-ATUAL.
008000     MOVE "N" TO WRK-ALTERACAO WRK-CONTA-PROPRIA.
008010     IF SRT-CLIENTE = ZEROS OR WRK-DOC-OPERADOR = ZEROS
008020         GO TO 3400-ABRIR-CONTA-EXIT
008030     END-IF.
008040     MOVE SRT-CLIENTE TO CLI-ID.
008050     READ CLIENTES-MASTER
008060         INVALID KEY
008070             MOVE ZEROS TO CLI-DOCUMENTO
008080     END-READ.
008090     IF CLI-DOCUMENTO = WRK-DOC-OPERADOR
008100         SET OPERADOR-TITULAR TO TRUE
008110         GO TO 3400-ABRIR-CONTA-EXIT
008120     END-IF.
008130     IF NOT ARQUIVO-TITULARES-OK
008140         GO TO 3400-ABRIR-CONTA-EXIT
008150     END-IF.
008160     MOVE "N" TO WRK-FIM-TIT.
008170     MOVE SRT-CLIENTE TO TIT-CLI-ID.
008180     MOVE ZEROS       TO TIT-SEQ.
008190     START TITULARES KEY IS NOT LESS THAN TIT-CHAVE
008200         INVALID KEY
008210             SET FIM-TITULARES TO TRUE
008220     END-START.
008230     PERFORM 3450-LER-TITULAR THRU 3450-LER-TITULAR-EXIT
008240             UNTIL FIM-TITULARES OR OPERADOR-TITULAR.
008250 3400-ABRIR-CONTA-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------*
008290* 3450-LER-TITULAR - CONFERE UM CO-TITULAR DA CONTA        *
008300*----------------------------------------------------------*
008310 3450-LER-TITULAR.
008320     READ TITULARES NEXT RECORD
008330         AT END
008340             SET FIM-TITULARES TO TRUE
008350             GO TO 3450-LER-TITULAR-EXIT
008360     END-READ.
008370     IF TIT-CLI-ID NOT = SRT-CLIENTE
008380         SET FIM-TITULARES TO TRUE
008390         GO TO 3450-LER-TITULAR-EXIT
008400     END-IF.
008410     IF TIT-DOCUMENTO = WRK-DOC-OPERADOR
008420         SET OPERADOR-TITULAR TO TRUE
008430     END-IF.
008440 3450-LER-TITULAR-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------*
008480* 3500-CONTAR-FUNCAO - SOMA A ACAO NA TABELA DE FUNCOES DO *
008490*                    OPERADOR (TABELA CHEIA ACUMULA NA     *
008500*                    ULTIMA ENTRADA)                       *
008510*----------------------------------------------------------*
008520 3500-CONTAR-FUNCAO.
008530     ADD 1 TO WRK-CONT-ACOES-OPER.
008540     MOVE SRT-FUNCAO TO WRK-CHAVE-FUNCAO (1:1).
008550     MOVE SRT-CAMPO  TO WRK-CHAVE-FUNCAO (2:12).
008560     MOVE ZEROS TO WRK-IDX-FUN-ACHADO.
008570     PERFORM 3550-CONFERIR-FUNCAO THRU 3550-CONFERIR-FUNCAO-EXIT
008580             VARYING WRK-IDX-FUN FROM 1 BY 1
008590             UNTIL WRK-IDX-FUN > WRK-QTD-FUN.
008600     IF WRK-IDX-FUN-ACHADO = ZEROS
008610         IF WRK-QTD-FUN < WRK-MAX-FUN
008620             ADD 1 TO WRK-QTD-FUN
008630             MOVE WRK-CHAVE-FUNCAO TO TAB-FUN-CHAVE (WRK-QTD-FUN)
008640             MOVE ZEROS TO TAB-FUN-QTD (WRK-QTD-FUN)
008650         ELSE
008660             MOVE "*OUTRAS     " TO TAB-FUN-CHAVE (WRK-QTD-FUN)
008670         END-IF
008680         MOVE WRK-QTD-FUN TO WRK-IDX-FUN-ACHADO
008690     END-IF.
008700     ADD 1 TO TAB-FUN-QTD (WRK-IDX-FUN-ACHADO).
008710 3500-CONTAR-FUNCAO-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------*
008750* 3550-CONFERIR-FUNCAO - CONFERE UMA ENTRADA DA TABELA     *
008760*----------------------------------------------------------*
008770 3550-CONFERIR-FUNCAO.
008780     IF WRK-IDX-FUN-ACHADO = ZEROS
008790             AND TAB-FUN-CHAVE (WRK-IDX-FUN) = WRK-CHAVE-FUNCAO
008800         MOVE WRK-IDX-FUN TO WRK-IDX-FUN-ACHADO
008810     END-IF.
008820 3550-CONFERIR-FUNCAO-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------*
008860* 3600-CONFERIR-SEGREGACAO - ALTERACAO CADASTRAL NA CONTA  *
008870*                    FICA GUARDADA; MOVIMENTACAO POSTERIOR *
008880*                    NA MESMA CONTA PELO MESMO OPERADOR E  *
008890*                    EXCECAO. CANCELAMENTO DE ORDEM        *
008900*                    PERMANENTE OU DE REGRA DE VARREDURA   *
008910*                    NAO MOVIMENTA E NAO CONTA.            *
008920*----------------------------------------------------------*
008930 3600-CONFERIR-SEGREGACAO.
008940     IF SRT-CLIENTE = ZEROS
008950         GO TO 3600-CONFERIR-SEGREGACAO-EXIT
008960     END-IF.
008970     MOVE SRT-CAMPO TO WRK-CLASSE-CAMPO.
008980     IF CAMPO-CADASTRAL
008990         SET HOUVE-ALTERACAO-CADASTRAL TO TRUE
009000         MOVE SRT-CAMPO TO WRK-REF-CAMPO
009010         MOVE SRT-DATA  TO WRK-REF-DATA
009020         MOVE SRT-HORA  TO WRK-REF-HORA
009030         GO TO 3600-CONFERIR-SEGREGACAO-EXIT
009040     END-IF.
009050     IF NOT CAMPO-FINANCEIRO OR NOT HOUVE-ALTERACAO-CADASTRAL
009060         GO TO 3600-CONFERIR-SEGREGACAO-EXIT
009070     END-IF.
009080     IF CAMPO-DE-AGENDAMENTO AND SRT-FUNCAO = "C"
009090         GO TO 3600-CONFERIR-SEGREGACAO-EXIT
009100     END-IF.
009110     MOVE "AM" TO WRK-CODIGO-EXCECAO.
009120     PERFORM 3900-REGISTRAR-EXCECAO
009130             THRU 3900-REGISTRAR-EXCECAO-EXIT.
009140 3600-CONFERIR-SEGREGACAO-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------*
009180* 3800-FECHAR-OPERADOR - IMPRIME AS ACOES DO OPERADOR POR  *
009190*                    FUNCAO E O TOTAL                      *
009200*----------------------------------------------------------*
009210 3800-FECHAR-OPERADOR.
009220     PERFORM 3850-IMPRIMIR-FUNCAO THRU 3850-IMPRIMIR-FUNCAO-EXIT
009230             VARYING WRK-IDX-FUN FROM 1 BY 1
009240             UNTIL WRK-IDX-FUN > WRK-QTD-FUN.
009250     MOVE WRK-CONT-ACOES-OPER TO REL-TOP-ACOES.
009260     MOVE WRK-CONT-EXC-OPER   TO REL-TOP-EXCECOES.
009270     WRITE REL-LINHA FROM REL-LINHA-TOT-OPER
009280             AFTER ADVANCING 1 LINE.
009290     MOVE "N" TO WRK-TEM-OPER-ATUAL.
009300 3800-FECHAR-OPERADOR-EXIT.
009310     EXIT.
009320
009330*----------------------------------------------------------*
009340* 3850-IMPRIMIR-FUNCAO - UMA LINHA DA CONTAGEM POR FUNCAO  *
009350*----------------------------------------------------------*
009360 3850-IMPRIMIR-FUNCAO.
009370     MOVE TAB-FUN-FUNCAO (WRK-IDX-FUN) TO REL-FUN-FUNCAO.
009380     MOVE TAB-FUN-CAMPO (WRK-IDX-FUN)  TO REL-FUN-CAMPO.
009390     MOVE TAB-FUN-QTD (WRK-IDX-FUN)    TO REL-FUN-QTD.
009400     WRITE REL-LINHA FROM REL-LINHA-FUNCAO AFTER ADVANCING 1 LINE.
009410 3850-IMPRIMIR-FUNCAO-EXIT.
009420     EXIT.
009430
009440*----------------------------------------------------------*
009450* 3900-REGISTRAR-EXCECAO - GRAVA A EXCECAO DE CODIGO       *
009460*                    WRK-CODIGO-EXCECAO NO CLIMLEXC E NO   *
009470*                    RELATORIO, SOB O OPERADOR             *
009480*----------------------------------------------------------*
009490 3900-REGISTRAR-EXCECAO.
009500     MOVE WRK-CODIGO-EXCECAO TO EXC-DET-CODIGO.
009510     MOVE SRT-AGENCIA   TO EXC-DET-AGENCIA.
009520     MOVE SRT-OPERADOR  TO EXC-DET-OPERADOR.
009530     MOVE SRT-DATA      TO EXC-DET-DATA REL-EXC-DATA.
009540     MOVE SRT-HORA      TO EXC-DET-HORA REL-EXC-HORA.
009550     MOVE SRT-FUNCAO    TO EXC-DET-FUNCAO REL-EXC-FUNCAO.
009560     MOVE SRT-CLIENTE   TO EXC-DET-CLIENTE REL-EXC-CLIENTE.
009570     MOVE SRT-CAMPO     TO EXC-DET-CAMPO REL-EXC-CAMPO.
009580     MOVE SRT-DEPOIS    TO EXC-DET-DEPOIS REL-EXC-DETALHE.
009590     MOVE WRK-REF-CAMPO TO EXC-DET-REF-CAMPO.
009600     MOVE WRK-REF-DATA  TO EXC-DET-REF-DATA.
009610     MOVE WRK-REF-HORA  TO EXC-DET-REF-HORA.
009620     WRITE EXC-LINHA FROM EXC-DETALHE.
009630     EVALUATE WRK-CODIGO-EXCECAO
009640         WHEN "TP"
009650             MOVE "OPERADOR TITULAR DA CONTA" TO REL-EXC-DESCRICAO
009660             ADD 1 TO WRK-CONT-EXC-TP
009670         WHEN "FT"
009680             MOVE "FORCAMENTO DA TRAVA DO LOTE"
009690                     TO REL-EXC-DESCRICAO
009700             ADD 1 TO WRK-CONT-EXC-FT
009710         WHEN "DN"
009720             MOVE "ACAO EM DIA SEM PROCESSAMENTO"
009730                     TO REL-EXC-DESCRICAO
009740             ADD 1 TO WRK-CONT-EXC-DN
009750         WHEN "HR"
009760             MOVE "ACAO FORA DO HORARIO" TO REL-EXC-DESCRICAO
009770             ADD 1 TO WRK-CONT-EXC-HR
009780         WHEN OTHER
009790             MOVE "MOVIMENTO APOS ALTERAR CADASTRO"
009800                     TO REL-EXC-DESCRICAO
009810             MOVE SPACES TO REL-EXC-DETALHE
009820             STRING "APOS " WRK-REF-CAMPO " EM " WRK-REF-DATA
009830                     " " WRK-REF-HORA
009840                     DELIMITED BY SIZE INTO REL-EXC-DETALHE
009850             ADD 1 TO WRK-CONT-EXC-AM
009860     END-EVALUATE.
009870     WRITE REL-LINHA FROM REL-LINHA-EXCECAO
009880             AFTER ADVANCING 1 LINE.
009890     ADD 1 TO WRK-CONT-EXC-OPER WRK-CONT-EXCECOES.
009900 3900-REGISTRAR-EXCECAO-EXIT.
009910     EXIT.
009920
009930*----------------------------------------------------------*
009940* 9000-FINALIZAR - TRAILER DO CLIMLEXC, QUADRO DE TOTAIS E *
009950*                  FECHAMENTOS                             *
009960*----------------------------------------------------------*
009970 9000-FINALIZAR.
009980     MOVE WRK-CONT-EXCECOES TO EXC-TRL-QTD.
009990     WRITE EXC-LINHA FROM EXC-TRAILER.
010000     WRITE REL-LINHA FROM REL-TIT-CONTROLE
010010             AFTER ADVANCING 2 LINES.
010020     MOVE "LINHAS LIDAS DO CLIMLOG       " TO REL-ROD-ROTULO.
010030     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
010040     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010050     MOVE "ACOES NO MES DE REFERENCIA    " TO REL-ROD-ROTULO.
010060     MOVE WRK-CONT-PERIODO TO REL-ROD-VALOR.
010070     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010080     MOVE "OPERADORES REVISADOS          " TO REL-ROD-ROTULO.
010090     MOVE WRK-CONT-OPERADORES TO REL-ROD-VALOR.
010100     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010110     MOVE "EXC. OPERADOR TITULAR         " TO REL-ROD-ROTULO.
010120     MOVE WRK-CONT-EXC-TP TO REL-ROD-VALOR.
010130     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010140     MOVE "EXC. FORCAMENTO DA TRAVA      " TO REL-ROD-ROTULO.
010150     MOVE WRK-CONT-EXC-FT TO REL-ROD-VALOR.
010160     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010170     MOVE "EXC. FORA DO HORARIO          " TO REL-ROD-ROTULO.
010180     MOVE WRK-CONT-EXC-HR TO REL-ROD-VALOR.
010190     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010200     MOVE "EXC. DIA SEM PROCESSAMENTO    " TO REL-ROD-ROTULO.
010210     MOVE WRK-CONT-EXC-DN TO REL-ROD-VALOR.
010220     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010230     MOVE "EXC. CADASTRO E MOVIMENTO     " TO REL-ROD-ROTULO.
010240     MOVE WRK-CONT-EXC-AM TO REL-ROD-VALOR.
010250     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010260     MOVE "TOTAL DE EXCECOES             " TO REL-ROD-ROTULO.
010270     MOVE WRK-CONT-EXCECOES TO REL-ROD-VALOR.
010280     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
010290     CLOSE CLIENTES-MASTER EXCECOES RELATORIO.
010300     IF ARQUIVO-TITULARES-OK
010310         CLOSE TITULARES
010320     END-IF.
010330 9000-FINALIZAR-EXIT.
010340     EXIT.
010350
010360 9999-EXIT.
010370     STOP RUN.
