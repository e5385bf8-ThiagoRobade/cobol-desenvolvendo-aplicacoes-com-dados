000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLILGPD.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - RELATORIO DE ACESSO *
000120*                    DO TITULAR AOS SEUS DADOS PESSOAIS    *
000130*                    (LGPD), QUE AS AGENCIAS MONTAVAM A    *
000140*                    MAO COM O CLIINQ, O CLIDOCRP E AS     *
000150*                    CARTAS. SIGN-ON DE SUPERVISOR PELO    *
000160*                    CLISIGN; PARA O CPF/CNPJ INFORMADO    *
000170*                    LOCALIZA NO CLIXREF TODAS AS CONTAS   *
000180*                    EM QUE FIGURA (TITULAR PRINCIPAL OU   *
000190*                    ADICIONAL) E IMPRIME NO RELLGPD O     *
000200*                    CADASTRO E CONTATOS DO CLIREG (OU DO  *
000210*                    CLIENCER, SE A CONTA JA FOI           *
000220*                    EXPURGADA), OS BLOQUEIOS DO CLIBLOQ,  *
000230*                    O LIMITE DO CLILIMIT, A TAXA          *
000240*                    NEGOCIADA DO CLITXNEG, AS ORDENS      *
000250*                    PERMANENTES DO CLIORDEM, OS CDB DO    *
000260*                    CLICDB, AS ACOES DO CLIMLOG SOBRE OS  *
000270*                    SEUS DADOS E AS COMUNICACOES GERADAS  *
000280*                    PARA ELE (CORRESPONDENCIA PENDENTE NO *
000290*                    CLICORR, DOCUMENTOS POSTADOS OU       *
000300*                    RETIDOS NOS MANIFESTOS CLIMANIF E     *
000310*                    ALERTAS ENVIADOS NAS REMESSAS         *
000320*                    CLIALRX). NA CONTA EM QUE E SO        *
000330*                    TITULAR ADICIONAL OS DADOS PESSOAIS   *
000340*                    DO TITULAR PRINCIPAL NAO SAO          *
000350*                    DIVULGADOS. CADA RELATORIO E NUMERADO *
000360*                    (CONTROLE CLILGPCT) E LOGADO NO       *
000370*                    CLIMLOG COMO A DECLARACAO DO CLIDECL, *
000380*                    UMA LINHA POR CONTA.                  *
000390* 2026-10-15 EBC     ARQUIVOS OPCIONAIS ABERTOS PASSAM A   *
000400*                    SER MARCADOS POR CHAVE PROPRIA NA     *
000410*                    ABERTURA: O FILE STATUS MUDA NO       *
000420*                    START/READ SEM SUCESSO E, DEPOIS DA   *
000430*                    PRIMEIRA CONTA SEM BLOQUEIO, LIMITE,  *
000440*                    TAXA, ORDEM, TITULAR OU CDB, AS       *
000450*                    CONTAS SEGUINTES SAIAM "INDISPONIVEL" *
000460*                    OU SEM A SECAO E O ARQUIVO FICAVA SEM *
000470*                    CLOSE.                                *
000480*----------------------------------------------------------*
000490 ENVIRONMENT             DIVISION.
000500 CONFIGURATION           SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530
000540 INPUT-OUTPUT            SECTION.
000550 FILE-CONTROL.
000560     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CLI-ID
000600         FILE STATUS IS FS-CLIENTES-MASTER.
000610     SELECT REFERENCIA ASSIGN TO "CLIXREF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS XRF-CHAVE
000650         FILE STATUS IS FS-REFERENCIA.
000660     SELECT TITULARES ASSIGN TO "CLITITU"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS TIT-CHAVE
000700         FILE STATUS IS FS-TITULARES.
000710     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS ENC-CLI-ID
000750         FILE STATUS IS FS-ENCERRADAS.
000760     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS BLQ-CHAVE
000800         FILE STATUS IS FS-BLOQUEIOS.
000810     SELECT LIMITES ASSIGN TO "CLILIMIT"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS LIM-CLI-ID
000850         FILE STATUS IS FS-LIMITES.
000860     SELECT NEGOCIADAS ASSIGN TO "CLITXNEG"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS NEG-CLI-ID
000900         FILE STATUS IS FS-NEGOCIADAS.
000910     SELECT ORDENS ASSIGN TO "CLIORDEM"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS ORD-CHAVE
000950         FILE STATUS IS FS-ORDENS.
000960     SELECT CERTIFICADOS ASSIGN TO "CLICDB"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS CDB-NUMERO
001000         FILE STATUS IS FS-CERTIFICADOS.
001010     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS FS-LOG-MANUTENCAO.
001040*----------------------------------------------------------*
001050* CORRESPONDENCIA DO DIA AINDA NAO ENVELOPADA              *
001060*----------------------------------------------------------*
001070     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS FS-CORRESPONDENCIA.
001100*----------------------------------------------------------*
001110* MANIFESTOS DA GRAFICA E REMESSAS DE ALERTAS - ALOCAR A   *
001120* BASE DO GDG PARA LER TODAS AS GERACOES CATALOGADAS       *
001130*----------------------------------------------------------*
001140     SELECT MANIFESTO ASSIGN TO "CLIMANIF"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS FS-MANIFESTO.
001170     SELECT REMESSA-ALERTAS ASSIGN TO "CLIALRX"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS FS-REMESSA-ALERTAS.
001200*----------------------------------------------------------*
001210* CONTROLE DA NUMERACAO DOS RELATORIOS DE ACESSO           *
001220*----------------------------------------------------------*
001230     SELECT CONTROLE-LGPD ASSIGN TO "CLILGPCT"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS FS-CONTROLE-LGPD.
001260     SELECT RELATORIO ASSIGN TO "RELLGPD"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS FS-RELATORIO.
001290
001300 DATA                    DIVISION.
001310 FILE                    SECTION.
001320 FD  CLIENTES-MASTER
001330     LABEL RECORD IS STANDARD.
001340     COPY CLIREG.
001350
001360 FD  REFERENCIA
001370     LABEL RECORD IS STANDARD.
001380     COPY CLIXREFR.
001390
001400 FD  TITULARES
001410     LABEL RECORD IS STANDARD.
001420     COPY CLITITRG.
001430
001440 FD  ENCERRADAS
001450     LABEL RECORD IS STANDARD.
001460     COPY CLIENCRG.
001470
001480 FD  BLOQUEIOS
001490     LABEL RECORD IS STANDARD.
001500     COPY CLIBLQRG.
001510
001520 FD  LIMITES
001530     LABEL RECORD IS STANDARD.
001540     COPY CLILIMRG.
001550
001560 FD  NEGOCIADAS
001570     LABEL RECORD IS STANDARD.
001580     COPY CLINEGRG.
001590
001600 FD  ORDENS
001610     LABEL RECORD IS STANDARD.
001620     COPY CLIORDRG.
001630
001640 FD  CERTIFICADOS
001650     LABEL RECORD IS STANDARD.
001660     COPY CLICDBRG.
001670
001680 FD  LOG-MANUTENCAO
001690     LABEL RECORD IS STANDARD.
001700 01  MLOG-LINHA               PICTURE X(120).
001710
001720 FD  CORRESPONDENCIA
001730     LABEL RECORD IS STANDARD.
001740     COPY CLICORRG.
001750
001760 FD  MANIFESTO
001770     LABEL RECORD IS STANDARD.
001780 01  MAN-LINHA                PICTURE X(120).
001790
001800 FD  REMESSA-ALERTAS
001810     LABEL RECORD IS STANDARD.
001820 01  ALX-LINHA                PICTURE X(120).
001830
001840 FD  CONTROLE-LGPD
001850     LABEL RECORD IS STANDARD.
001860 01  LGPCT-REGISTRO.
001870     05  LGPCT-ULTIMO-NUMERO  PICTURE 9(06).
001880
001890 FD  RELATORIO
001900     LABEL RECORD IS STANDARD.
001910 01  REL-LINHA               PICTURE X(132).
001920
001930 WORKING-STORAGE         SECTION.
001940 01  WRK-FLAGS.
001950     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
001960         88  SAIR-DO-MENU                       VALUE "S".
001970     05  WRK-FIM-XREF        PICTURE X(01)      VALUE "N".
001980         88  FIM-REFERENCIA                     VALUE "S".
001990     05  WRK-FIM-TIT         PICTURE X(01)      VALUE "N".
002000         88  FIM-TITULARES                      VALUE "S".
002010     05  WRK-FIM-BLQ         PICTURE X(01)      VALUE "N".
002020         88  FIM-BLOQUEIOS                      VALUE "S".
002030     05  WRK-FIM-ORD         PICTURE X(01)      VALUE "N".
002040         88  FIM-ORDENS                         VALUE "S".
002050     05  WRK-FIM-CDB         PICTURE X(01)      VALUE "N".
002060         88  FIM-CERTIFICADOS                   VALUE "S".
002070     05  WRK-FIM-LOG         PICTURE X(01)      VALUE "N".
002080         88  FIM-LOG                            VALUE "S".
002090     05  WRK-FIM-COR         PICTURE X(01)      VALUE "N".
002100         88  FIM-CORRESPONDENCIA                VALUE "S".
002110     05  WRK-FIM-MAN         PICTURE X(01)      VALUE "N".
002120         88  FIM-MANIFESTO                      VALUE "S".
002130     05  WRK-FIM-ALX         PICTURE X(01)      VALUE "N".
002140         88  FIM-REMESSA                        VALUE "S".
002150     05  WRK-EXCEDEU         PICTURE X(01)      VALUE "N".
002160         88  EXCEDEU-CONTAS                     VALUE "S".
002170 01  WRK-FLAGS-ABERTURA.
002180     05  WRK-TEM-TIT         PICTURE X(01)      VALUE "N".
002190         88  ARQUIVO-TIT-OK                     VALUE "S".
002200     05  WRK-TEM-ENC         PICTURE X(01)      VALUE "N".
002210         88  ARQUIVO-ENC-OK                     VALUE "S".
002220     05  WRK-TEM-BLQ         PICTURE X(01)      VALUE "N".
002230         88  ARQUIVO-BLQ-OK                     VALUE "S".
002240     05  WRK-TEM-LIM         PICTURE X(01)      VALUE "N".
002250         88  ARQUIVO-LIM-OK                     VALUE "S".
002260     05  WRK-TEM-NEG         PICTURE X(01)      VALUE "N".
002270         88  ARQUIVO-NEG-OK                     VALUE "S".
002280     05  WRK-TEM-ORD         PICTURE X(01)      VALUE "N".
002290         88  ARQUIVO-ORD-OK                     VALUE "S".
002300     05  WRK-TEM-CDB         PICTURE X(01)      VALUE "N".
002310         88  ARQUIVO-CDB-OK                     VALUE "S".
002320 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
002330 01  FS-REFERENCIA           PICTURE X(02)      VALUE "00".
002340 01  FS-TITULARES            PICTURE X(02)      VALUE "00".
002350 01  FS-ENCERRADAS           PICTURE X(02)      VALUE "00".
002360 01  FS-BLOQUEIOS            PICTURE X(02)      VALUE "00".
002370 01  FS-LIMITES              PICTURE X(02)      VALUE "00".
002380 01  FS-NEGOCIADAS           PICTURE X(02)      VALUE "00".
002390 01  FS-ORDENS               PICTURE X(02)      VALUE "00".
002400 01  FS-CERTIFICADOS         PICTURE X(02)      VALUE "00".
002410 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
002420 01  FS-CORRESPONDENCIA      PICTURE X(02)      VALUE "00".
002430 01  FS-MANIFESTO            PICTURE X(02)      VALUE "00".
002440 01  FS-REMESSA-ALERTAS      PICTURE X(02)      VALUE "00".
002450 01  FS-CONTROLE-LGPD        PICTURE X(02)      VALUE "00".
002460 01  FS-RELATORIO            PICTURE X(02)      VALUE "00".
002470 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
002480 77  WRK-ESPECIE              PICTURE X(01)      VALUE SPACES.
002490 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
002500 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
002510 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
002520 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "S".
002530 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
002540 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
002550 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
002560 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
002570 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
002580 77  WRK-NUMERO-LGPD          PICTURE 9(06)      VALUE ZEROS.
002590 77  WRK-DOC-INFORMADO        PICTURE X(14)      VALUE SPACES.
002600 77  WRK-DOCUMENTO            PICTURE 9(14)      VALUE ZEROS.
002610 77  WRK-NOME-TITULAR         PICTURE X(20)      VALUE SPACES.
002620 77  WRK-CLI-BUSCA            PICTURE 9(06)      VALUE ZEROS.
002630 77  WRK-VALOR-ED             PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002640 77  WRK-QTD-CTA              PICTURE 9(03)      COMP VALUE ZEROS.
002650 77  WRK-MAX-CTA              PICTURE 9(03)      COMP VALUE 50.
002660 77  WRK-IDX-CTA              PICTURE 9(03)      COMP VALUE ZEROS.
002670 77  WRK-IDX-BUSCA            PICTURE 9(03)      COMP VALUE ZEROS.
002680 77  WRK-IDX-CTA-ACHADO       PICTURE 9(03)      COMP VALUE ZEROS.
002690 77  WRK-CONT-OUTROS-TIT      PICTURE 9(03)      COMP VALUE ZEROS.
002700 77  WRK-CONT-BLOQUEIOS       PICTURE 9(06)      COMP VALUE ZEROS.
002710 77  WRK-CONT-ORDENS          PICTURE 9(06)      COMP VALUE ZEROS.
002720 77  WRK-CONT-PRODUTOS        PICTURE 9(06)      COMP VALUE ZEROS.
002730 77  WRK-CONT-CDB             PICTURE 9(06)      COMP VALUE ZEROS.
002740 77  WRK-CONT-ACOES           PICTURE 9(06)      COMP VALUE ZEROS.
002750 77  WRK-CONT-COMUNIC         PICTURE 9(06)      COMP VALUE ZEROS.
002760
002770*----------------------------------------------------------*
002780* CONTAS DO DOCUMENTO NO CLIXREF E O PAPEL DO TITULAR      *
002790*----------------------------------------------------------*
002800 01  TAB-CONTAS.
002810     05  TAB-CTA-ENTRADA         OCCURS 50 TIMES.
002820         10  TAB-CTA-ID           PICTURE 9(06).
002830         10  TAB-CTA-TIPO         PICTURE X(01).
002840             88  TAB-CTA-PRINCIPAL               VALUE "P".
002850         10  TAB-CTA-NOME         PICTURE X(20).
002860
002870 01  WRK-CIDADE-UF.
002880     05  WRK-CID-CIDADE       PICTURE X(20).
002890     05  FILLER               PICTURE X(01) VALUE "/".
002900     05  WRK-CID-UF           PICTURE X(02).
002910 01  WRK-EVENTOS-ALERTA.
002920     05  FILLER               PICTURE X(06) VALUE "SAQUE ".
002930     05  WRK-EVT-SAQUE        PICTURE X(01).
002940     05  FILLER               PICTURE X(09) VALUE " CREDITO ".
002950     05  WRK-EVT-CREDITO      PICTURE X(01).
002960     05  FILLER               PICTURE X(12) VALUE " CHEQUE DEV ".
002970     05  WRK-EVT-CHEQUE       PICTURE X(01).
002980     05  FILLER               PICTURE X(10) VALUE " BLOQUEIO ".
002990     05  WRK-EVT-BLOQUEIO     PICTURE X(01).
003000     05  FILLER               PICTURE X(10) VALUE " NEGATIVO ".
003010     05  WRK-EVT-NEGATIVO     PICTURE X(01).
003020 01  WRK-ALERTA-TEXTO.
003030     05  WRK-ALR-CANAL        PICTURE X(14).
003040     05  FILLER               PICTURE X(08) VALUE " MINIMO ".
003050     05  WRK-ALR-MINIMO       PICTURE Z.ZZZ.ZZZ.ZZ9.
003060     05  FILLER               PICTURE X(25) VALUE SPACES.
003070
003080*----------------------------------------------------------*
003090* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
003100* CLIMAINT                                                 *
003110*----------------------------------------------------------*
003120 01  MLOG-REGISTRO.
003130     05  MLOG-DATA            PICTURE 9(08).
003140     05  FILLER               PICTURE X(01) VALUE SPACES.
003150     05  MLOG-HORA            PICTURE 9(06).
003160     05  FILLER               PICTURE X(01) VALUE SPACES.
003170     05  MLOG-OPERADOR        PICTURE X(08).
003180     05  FILLER               PICTURE X(01) VALUE SPACES.
003190     05  MLOG-FUNCAO          PICTURE X(01).
003200     05  FILLER               PICTURE X(01) VALUE SPACES.
003210     05  MLOG-CLIENTE         PICTURE 9(06).
003220     05  FILLER               PICTURE X(01) VALUE SPACES.
003230     05  MLOG-CAMPO           PICTURE X(12).
003240     05  FILLER               PICTURE X(01) VALUE SPACES.
003250     05  MLOG-ANTES           PICTURE X(34).
003260     05  FILLER               PICTURE X(01) VALUE SPACES.
003270     05  MLOG-DEPOIS          PICTURE X(34).
003280     05  FILLER               PICTURE X(04) VALUE SPACES.
003290
003300*----------------------------------------------------------*
003310* REGISTROS DO MANIFESTO CLIMANIF (LAYOUT DO CLIENVEL): R  *
003320* ITEM RETIDO E I DOCUMENTO INSERIDO EM ENVELOPE           *
003330*----------------------------------------------------------*
003340 01  MAN-RETIDO.
003350     05  MAN-RET-TIPO        PICTURE X(01).
003360         88  MAN-E-RETIDO                    VALUE "R".
003370         88  MAN-E-INSERTO                   VALUE "I".
003380     05  MAN-RET-DATA        PICTURE 9(08).
003390     05  MAN-RET-ARQUIVO     PICTURE X(08).
003400     05  MAN-RET-ESPECIE     PICTURE X(01).
003410     05  MAN-RET-REFERENCIA  PICTURE 9(06).
003420     05  MAN-RET-CLIENTE     PICTURE 9(06).
003430     05  MAN-RET-AGENCIA     PICTURE 9(04).
003440     05  MAN-RET-MOTIVO      PICTURE X(30).
003450     05  FILLER              PICTURE X(56).
003460 01  MAN-INSERTO REDEFINES MAN-RETIDO.
003470     05  MAN-INS-TIPO        PICTURE X(01).
003480     05  MAN-INS-ENVELOPE    PICTURE 9(07).
003490     05  MAN-INS-ORDEM       PICTURE 9(03).
003500     05  MAN-INS-DATA        PICTURE 9(08).
003510     05  MAN-INS-ARQUIVO     PICTURE X(08).
003520     05  MAN-INS-ESPECIE     PICTURE X(01).
003530     05  MAN-INS-REFERENCIA  PICTURE 9(06).
003540     05  MAN-INS-CLIENTE     PICTURE 9(06).
003550     05  MAN-INS-FOLHAS      PICTURE 9(03).
003560     05  FILLER              PICTURE X(77).
003570
003580*----------------------------------------------------------*
003590* DETALHE DA REMESSA DE ALERTAS CLIALRX (LAYOUT DO         *
003600* CLIALERT)                                                *
003610*----------------------------------------------------------*
003620 01  ALX-DETALHE.
003630     05  ALX-DET-TIPO         PICTURE X(01).
003640         88  ALX-E-DETALHE                   VALUE "D".
003650     05  ALX-DET-REMESSA      PICTURE 9(06).
003660     05  ALX-DET-SEQ          PICTURE 9(08).
003670     05  ALX-DET-CLIENTE      PICTURE 9(06).
003680     05  ALX-DET-AGENCIA      PICTURE 9(04).
003690     05  ALX-DET-CANAL        PICTURE X(01).
003700     05  ALX-DET-CONTATO      PICTURE X(30).
003710     05  ALX-DET-EVENTO       PICTURE X(01).
003720     05  ALX-DET-DATA         PICTURE 9(08).
003730     05  ALX-DET-VALOR        PICTURE 9(10)V99.
003740     05  ALX-DET-SALDO        PICTURE S9(10)V99.
003750     05  ALX-DET-NOME         PICTURE X(20).
003760     05  FILLER               PICTURE X(11).
003770
003780*----------------------------------------------------------*
003790* LINHAS DO RELATORIO RELLGPD                              *
003800*----------------------------------------------------------*
003810 01  REL-SEPARADOR.
003820     05  FILLER              PICTURE X(60) VALUE ALL "=".
003830     05  FILLER              PICTURE X(72) VALUE SPACES.
003840 01  REL-TITULO.
003850     05  FILLER              PICTURE X(44) VALUE
003860             "RELATORIO DE ACESSO A DADOS PESSOAIS - LGPD ".
003870     05  FILLER              PICTURE X(07) VALUE "NUMERO ".
003880     05  REL-TIT-NUMERO      PICTURE 9(06).
003890     05  FILLER              PICTURE X(07) VALUE "  DATA ".
003900     05  REL-TIT-DATA        PICTURE 9(08).
003910     05  FILLER              PICTURE X(11) VALUE "  OPERADOR ".
003920     05  REL-TIT-OPERADOR    PICTURE X(08).
003930     05  FILLER              PICTURE X(41) VALUE SPACES.
003940 01  REL-TITULAR-DADOS.
003950     05  FILLER              PICTURE X(19) VALUE
003960             "TITULAR DOS DADOS: ".
003970     05  REL-TD-DOCUMENTO    PICTURE 9(14).
003980     05  FILLER              PICTURE X(02) VALUE SPACES.
003990     05  REL-TD-NOME         PICTURE X(20).
004000     05  FILLER              PICTURE X(77) VALUE SPACES.
004010 01  REL-SECAO.
004020     05  REL-SEC-TEXTO       PICTURE X(60).
004030     05  FILLER              PICTURE X(72) VALUE SPACES.
004040 01  REL-CONTA.
004050     05  FILLER              PICTURE X(06) VALUE "CONTA ".
004060     05  REL-CTA-ID          PICTURE 9(06).
004070     05  FILLER              PICTURE X(03) VALUE " - ".
004080     05  REL-CTA-PAPEL       PICTURE X(20).
004090     05  FILLER              PICTURE X(02) VALUE SPACES.
004100     05  REL-CTA-ORIGEM      PICTURE X(40).
004110     05  FILLER              PICTURE X(55) VALUE SPACES.
004120 01  REL-CAMPO.
004130     05  FILLER              PICTURE X(04) VALUE SPACES.
004140     05  REL-CAMPO-ROTULO    PICTURE X(22).
004150     05  FILLER              PICTURE X(02) VALUE ": ".
004160     05  REL-CAMPO-VALOR     PICTURE X(60).
004170     05  FILLER              PICTURE X(44) VALUE SPACES.
004180 01  REL-BLOQUEIO.
004190     05  FILLER              PICTURE X(04) VALUE SPACES.
004200     05  FILLER              PICTURE X(09) VALUE "BLOQUEIO ".
004210     05  REL-BLQ-SEQ         PICTURE 9(02).
004220     05  FILLER              PICTURE X(02) VALUE SPACES.
004230     05  REL-BLQ-ORIGEM      PICTURE X(14).
004240     05  FILLER              PICTURE X(02) VALUE SPACES.
004250     05  REL-BLQ-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
004260     05  FILLER              PICTURE X(11) VALUE "  PROCESSO ".
004270     05  REL-BLQ-PROCESSO    PICTURE X(20).
004280     05  FILLER              PICTURE X(09) VALUE " ENTRADA ".
004290     05  REL-BLQ-ENTRADA     PICTURE 9(08).
004300     05  FILLER              PICTURE X(11) VALUE " LIBERACAO ".
004310     05  REL-BLQ-LIBERACAO   PICTURE 9(08) BLANK WHEN ZERO.
004320     05  FILLER              PICTURE X(14) VALUE SPACES.
004330 01  REL-LIMITE.
004340     05  FILLER              PICTURE X(04) VALUE SPACES.
004350     05  FILLER              PICTURE X(07) VALUE "LIMITE ".
004360     05  REL-LIM-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
004370     05  FILLER              PICTURE X(15)
004380             VALUE " CONTRATADO EM ".
004390     05  REL-LIM-DATA        PICTURE 9(08).
004400     05  FILLER              PICTURE X(12) VALUE " OPERADORES ".
004410     05  REL-LIM-OPER-1      PICTURE X(08).
004420     05  FILLER              PICTURE X(01) VALUE SPACES.
004430     05  REL-LIM-OPER-2      PICTURE X(08).
004440     05  FILLER              PICTURE X(51) VALUE SPACES.
004450 01  REL-TAXA.
004460     05  FILLER              PICTURE X(04) VALUE SPACES.
004470     05  FILLER              PICTURE X(23) VALUE
004480             "TAXA NEGOCIADA - FATOR ".
004490     05  REL-NEG-FATOR       PICTURE 9,99.
004500     05  FILLER              PICTURE X(04) VALUE " DE ".
004510     05  REL-NEG-INICIO      PICTURE 9(08).
004520     05  FILLER              PICTURE X(03) VALUE " A ".
004530     05  REL-NEG-FIM         PICTURE 9(08).
004540     05  FILLER              PICTURE X(12) VALUE " OPERADORES ".
004550     05  REL-NEG-OPER-1      PICTURE X(08).
004560     05  FILLER              PICTURE X(01) VALUE SPACES.
004570     05  REL-NEG-OPER-2      PICTURE X(08).
004580     05  FILLER              PICTURE X(49) VALUE SPACES.
004590 01  REL-ORDEM.
004600     05  FILLER              PICTURE X(04) VALUE SPACES.
004610     05  FILLER              PICTURE X(06) VALUE "ORDEM ".
004620     05  REL-ORD-SEQ         PICTURE 9(02).
004630     05  FILLER              PICTURE X(02) VALUE SPACES.
004640     05  REL-ORD-TIPO        PICTURE X(13).
004650     05  FILLER              PICTURE X(10) VALUE "  DESTINO ".
004660     05  REL-ORD-DESTINO     PICTURE 9(06) BLANK WHEN ZERO.
004670     05  FILLER              PICTURE X(02) VALUE SPACES.
004680     05  REL-ORD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
004690     05  FILLER              PICTURE X(05) VALUE " DIA ".
004700     05  REL-ORD-DIA         PICTURE 9(02).
004710     05  FILLER              PICTURE X(05) VALUE " FIM ".
004720     05  REL-ORD-FIM         PICTURE 9(08) BLANK WHEN ZERO.
004730     05  FILLER              PICTURE X(02) VALUE SPACES.
004740     05  REL-ORD-SITUACAO    PICTURE X(09).
004750     05  FILLER              PICTURE X(38) VALUE SPACES.
004760 01  REL-CDB.
004770     05  FILLER              PICTURE X(04) VALUE SPACES.
004780     05  FILLER              PICTURE X(04) VALUE "CDB ".
004790     05  REL-CDB-NUMERO      PICTURE 9(06).
004800     05  FILLER              PICTURE X(07) VALUE " CONTA ".
004810     05  REL-CDB-CONTA       PICTURE 9(06).
004820     05  FILLER              PICTURE X(12) VALUE "  PRINCIPAL ".
004830     05  REL-CDB-PRINCIPAL   PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
004840     05  FILLER              PICTURE X(11) VALUE " APLICACAO ".
004850     05  REL-CDB-APLICACAO   PICTURE 9(08).
004860     05  FILLER              PICTURE X(12) VALUE " VENCIMENTO ".
004870     05  REL-CDB-VENCIMENTO  PICTURE 9(08).
004880     05  FILLER              PICTURE X(02) VALUE SPACES.
004890     05  REL-CDB-SITUACAO    PICTURE X(16).
004900     05  FILLER              PICTURE X(18) VALUE SPACES.
004910 01  REL-LOG.
004920     05  FILLER              PICTURE X(04) VALUE SPACES.
004930     05  REL-LOG-DATA        PICTURE 9(08).
004940     05  FILLER              PICTURE X(01) VALUE SPACES.
004950     05  REL-LOG-HORA        PICTURE 9(06).
004960     05  FILLER              PICTURE X(01) VALUE SPACES.
004970     05  REL-LOG-OPERADOR    PICTURE X(08).
004980     05  FILLER              PICTURE X(01) VALUE SPACES.
004990     05  REL-LOG-FUNCAO      PICTURE X(01).
005000     05  FILLER              PICTURE X(01) VALUE SPACES.
005010     05  REL-LOG-CLIENTE     PICTURE 9(06).
005020     05  FILLER              PICTURE X(01) VALUE SPACES.
005030     05  REL-LOG-CAMPO       PICTURE X(12).
005040     05  FILLER              PICTURE X(01) VALUE SPACES.
005050     05  REL-LOG-ANTES       PICTURE X(34).
005060     05  FILLER              PICTURE X(01) VALUE SPACES.
005070     05  REL-LOG-DEPOIS      PICTURE X(34).
005080     05  FILLER              PICTURE X(12) VALUE SPACES.
005090 01  REL-COMUNIC.
005100     05  FILLER              PICTURE X(04) VALUE SPACES.
005110     05  REL-COM-DATA        PICTURE 9(08).
005120     05  FILLER              PICTURE X(02) VALUE SPACES.
005130     05  REL-COM-CONTA       PICTURE 9(06).
005140     05  FILLER              PICTURE X(02) VALUE SPACES.
005150     05  REL-COM-MEIO        PICTURE X(10).
005160     05  FILLER              PICTURE X(02) VALUE SPACES.
005170     05  REL-COM-DOCUMENTO   PICTURE X(12).
005180     05  FILLER              PICTURE X(02) VALUE SPACES.
005190     05  REL-COM-REFERENCIA  PICTURE X(08).
005200     05  FILLER              PICTURE X(02) VALUE SPACES.
005210     05  REL-COM-DETALHE     PICTURE X(60).
005220     05  FILLER              PICTURE X(14) VALUE SPACES.
005230 01  REL-RODAPE.
005240     05  REL-ROD-ROTULO      PICTURE X(30).
005250     05  REL-ROD-VALOR       PICTURE ZZZ.ZZ9.
005260     05  FILLER              PICTURE X(95) VALUE SPACES.
005270
005280 PROCEDURE               DIVISION.
005290*----------------------------------------------------------*
005300* 0000-MAINLINE - ABERTURAS, SIGN-ON DE SUPERVISOR E MENU  *
005310*----------------------------------------------------------*
005320 0000-MAINLINE.
005330     OPEN INPUT CLIENTES-MASTER.
005340     IF FS-CLIENTES-MASTER NOT = "00"
005350         DISPLAY "CLILGPD: ERRO AO ABRIR CLIMSTR - STATUS "
005360                 FS-CLIENTES-MASTER
005370         GO TO 9999-EXIT
005380     END-IF.
005390     OPEN INPUT REFERENCIA.
005400     IF FS-REFERENCIA NOT = "00"
005410         DISPLAY "CLILGPD: ERRO AO ABRIR CLIXREF - STATUS "
005420                 FS-REFERENCIA
005430         CLOSE CLIENTES-MASTER
005440         GO TO 9999-EXIT
005450     END-IF.
005460     OPEN EXTEND RELATORIO.
005470     IF FS-RELATORIO NOT = "00"
005480         DISPLAY "CLILGPD: ERRO AO ABRIR RELLGPD - STATUS "
005490                 FS-RELATORIO
005500         CLOSE CLIENTES-MASTER REFERENCIA
005510         GO TO 9999-EXIT
005520     END-IF.
005530     OPEN INPUT TITULARES.
005540     IF FS-TITULARES = "00"
005550         SET ARQUIVO-TIT-OK TO TRUE
005560     ELSE
005570         DISPLAY "CLILGPD: CLITITU INDISPONIVEL - STATUS "
005580                 FS-TITULARES " - SEM TITULARES ADICIONAIS"
005590     END-IF.
005600     OPEN INPUT ENCERRADAS.
005610     IF FS-ENCERRADAS = "00"
005620         SET ARQUIVO-ENC-OK TO TRUE
005630     ELSE
005640         DISPLAY "CLILGPD: CLIENCER INDISPONIVEL - STATUS "
005650                 FS-ENCERRADAS " - SEM CONTAS EXPURGADAS"
005660     END-IF.
005670     OPEN INPUT BLOQUEIOS.
005680     IF FS-BLOQUEIOS = "00"
005690         SET ARQUIVO-BLQ-OK TO TRUE
005700     ELSE
005710         DISPLAY "CLILGPD: CLIBLOQ INDISPONIVEL - STATUS "
005720                 FS-BLOQUEIOS " - SEM BLOQUEIOS"
005730     END-IF.
005740     OPEN INPUT LIMITES.
005750     IF FS-LIMITES = "00"
005760         SET ARQUIVO-LIM-OK TO TRUE
005770     ELSE
005780         DISPLAY "CLILGPD: CLILIMIT INDISPONIVEL - STATUS "
005790                 FS-LIMITES " - SEM LIMITES"
005800     END-IF.
005810     OPEN INPUT NEGOCIADAS.
005820     IF FS-NEGOCIADAS = "00"
005830         SET ARQUIVO-NEG-OK TO TRUE
005840     ELSE
005850         DISPLAY "CLILGPD: CLITXNEG INDISPONIVEL - STATUS "
005860                 FS-NEGOCIADAS " - SEM TAXAS NEGOCIADAS"
005870     END-IF.
005880     OPEN INPUT ORDENS.
005890     IF FS-ORDENS = "00"
005900         SET ARQUIVO-ORD-OK TO TRUE
005910     ELSE
005920         DISPLAY "CLILGPD: CLIORDEM INDISPONIVEL - STATUS "
005930                 FS-ORDENS " - SEM ORDENS"
005940     END-IF.
005950     OPEN INPUT CERTIFICADOS.
005960     IF FS-CERTIFICADOS = "00"
005970         SET ARQUIVO-CDB-OK TO TRUE
005980     ELSE
005990         DISPLAY "CLILGPD: CLICDB INDISPONIVEL - STATUS "
006000                 FS-CERTIFICADOS " - SEM CDB"
006010     END-IF.
006020     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
006030     PERFORM 0500-IDENTIFICAR-OPERADOR
006040             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
006050     IF WRK-RESULTADO-SIGNON NOT = "S"
006060         DISPLAY "CLILGPD: SIGN-ON RECUSADO - ENCERRANDO"
006070     ELSE
006080         PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
006090                 UNTIL SAIR-DO-MENU
006100     END-IF.
006110     CLOSE CLIENTES-MASTER REFERENCIA RELATORIO.
006120     IF ARQUIVO-TIT-OK
006130         CLOSE TITULARES
006140     END-IF.
006150     IF ARQUIVO-ENC-OK
006160         CLOSE ENCERRADAS
006170     END-IF.
006180     IF ARQUIVO-BLQ-OK
006190         CLOSE BLOQUEIOS
006200     END-IF.
006210     IF ARQUIVO-LIM-OK
006220         CLOSE LIMITES
006230     END-IF.
006240     IF ARQUIVO-NEG-OK
006250         CLOSE NEGOCIADAS
006260     END-IF.
006270     IF ARQUIVO-ORD-OK
006280         CLOSE ORDENS
006290     END-IF.
006300     IF ARQUIVO-CDB-OK
006310         CLOSE CERTIFICADOS
006320     END-IF.
006330     GO TO 9999-EXIT.
006340
006350*----------------------------------------------------------*
006360* 0500-IDENTIFICAR-OPERADOR - SIGN-ON PELO CLISIGN COM     *
006370*                 PERFIL DE SUPERVISOR, TRES TENTATIVAS,   *
006380*                 NOS MOLDES DO CLIDECL                    *
006390*----------------------------------------------------------*
006400 0500-IDENTIFICAR-OPERADOR.
006410     MOVE ZEROS TO WRK-TENTATIVAS.
006420 0510-PEDIR-CREDENCIAIS.
006430     IF WRK-TENTATIVAS >= 3
006440         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
006450     END-IF.
006460     ADD 1 TO WRK-TENTATIVAS.
006470     DISPLAY "SUPERVISOR: ".
006480     ACCEPT WRK-ID-INFORMADO.
006490     DISPLAY "SENHA     : ".
006500     ACCEPT WRK-SENHA-INFORMADA.
006510     CALL "CLISIGN" USING WRK-ID-INFORMADO
006520             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
006530             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
006540     IF WRK-RESULTADO-SIGNON NOT = "S"
006550         DISPLAY "CLILGPD: SIGN-ON NAO ACEITO (RESULTADO "
006560                 WRK-RESULTADO-SIGNON ")"
006570         IF WRK-RESULTADO-SIGNON = "B"
006580                 OR WRK-RESULTADO-SIGNON = "R"
006590                 OR WRK-RESULTADO-SIGNON = "I"
006600             GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
006610         END-IF
006620         GO TO 0510-PEDIR-CREDENCIAIS
006630     END-IF.
006640     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
006650 0500-IDENTIFICAR-OPERADOR-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------*
006690* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA          *
006700*----------------------------------------------------------*
006710 1000-EXIBIR-MENU.
006720     DISPLAY "--------------------------------------------".
006730     DISPLAY "ACESSO DO TITULAR AOS DADOS PESSOAIS (LGPD)".
006740     DISPLAY "  E - EMITIR RELATORIO DE ACESSO POR CPF/CNPJ".
006750     DISPLAY "  S - SAIR".
006760     DISPLAY "--------------------------------------------".
006770     DISPLAY "OPCAO: ".
006780     ACCEPT WRK-OPCAO.
006790     EVALUATE WRK-OPCAO
006800         WHEN "E"
006810             PERFORM 2000-EMITIR-RELATORIO
006820                     THRU 2000-EMITIR-RELATORIO-EXIT
006830         WHEN "S"
006840             SET SAIR-DO-MENU TO TRUE
006850         WHEN OTHER
006860             DISPLAY "CLILGPD: OPCAO INVALIDA"
006870     END-EVALUATE.
006880 1000-EXIBIR-MENU-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------*
006920* 2000-EMITIR-RELATORIO - PEDE O DOCUMENTO, CARREGA AS     *
006930*                 CONTAS, AVANCA A NUMERACAO, IMPRIME AS   *
006940*                 SECOES E LOGA A EMISSAO. DOCUMENTO SEM   *
006950*                 CONTA TAMBEM RECEBE RELATORIO (A RESPOSTA*
006960*                 DE QUE NADA CONSTA E DEVIDA AO TITULAR)  *
006970*----------------------------------------------------------*
006980 2000-EMITIR-RELATORIO.
006990     DISPLAY "CPF/CNPJ DO TITULAR DOS DADOS (14 DIGITOS): ".
007000     ACCEPT WRK-DOC-INFORMADO.
007010     IF WRK-DOC-INFORMADO NOT NUMERIC
007020             OR WRK-DOC-INFORMADO = "00000000000000"
007030         DISPLAY "CLILGPD: DOCUMENTO INVALIDO - INFORMAR OS 14 "
007040                 "DIGITOS, SO NUMEROS"
007050         GO TO 2000-EMITIR-RELATORIO-EXIT
007060     END-IF.
007070     MOVE WRK-DOC-INFORMADO TO WRK-DOCUMENTO.
007080     PERFORM 2100-CARREGAR-CONTAS THRU 2100-CARREGAR-CONTAS-EXIT.
007090     PERFORM 2900-AVANCAR-NUMERACAO
007100             THRU 2900-AVANCAR-NUMERACAO-EXIT.
007110     MOVE ZEROS TO WRK-CONT-BLOQUEIOS WRK-CONT-ORDENS
007120                   WRK-CONT-PRODUTOS WRK-CONT-CDB
007130                   WRK-CONT-ACOES WRK-CONT-COMUNIC.
007140     WRITE REL-LINHA FROM REL-SEPARADOR AFTER ADVANCING PAGE.
007150     MOVE WRK-NUMERO-LGPD  TO REL-TIT-NUMERO.
007160     MOVE WRK-DATA-SISTEMA TO REL-TIT-DATA.
007170     MOVE WRK-OPERADOR     TO REL-TIT-OPERADOR.
007180     WRITE REL-LINHA FROM REL-TITULO AFTER ADVANCING 1 LINE.
007190     MOVE WRK-DOCUMENTO    TO REL-TD-DOCUMENTO.
007200     MOVE WRK-NOME-TITULAR TO REL-TD-NOME.
007210     WRITE REL-LINHA FROM REL-TITULAR-DADOS
007220             AFTER ADVANCING 2 LINES.
007230     MOVE "1. CONTAS E DADOS CADASTRAIS" TO REL-SEC-TEXTO.
007240     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 2 LINES.
007250     IF WRK-QTD-CTA = ZEROS
007260         MOVE "    NENHUMA CONTA PARA O DOCUMENTO"
007270                 TO REL-SEC-TEXTO
007280         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
007290     END-IF.
007300     IF EXCEDEU-CONTAS
007310         MOVE "    ** MAIS DE 50 CONTAS - SO AS 50 PRIMEIRAS"
007320                 TO REL-SEC-TEXTO
007330         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
007340     END-IF.
007350     PERFORM 3000-LISTAR-CONTA THRU 3000-LISTAR-CONTA-EXIT
007360             VARYING WRK-IDX-CTA FROM 1 BY 1
007370             UNTIL WRK-IDX-CTA > WRK-QTD-CTA.
007380     MOVE "2. CDB (CLICDB)" TO REL-SEC-TEXTO.
007390     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 2 LINES.
007400     PERFORM 4000-LISTAR-CDB THRU 4000-LISTAR-CDB-EXIT.
007410     MOVE "3. ACOES DE MANUTENCAO SOBRE OS DADOS (CLIMLOG)"
007420             TO REL-SEC-TEXTO.
007430     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 2 LINES.
007440     PERFORM 5000-LISTAR-LOG THRU 5000-LISTAR-LOG-EXIT.
007450     MOVE "4. COMUNICACOES GERADAS PARA O TITULAR"
007460             TO REL-SEC-TEXTO.
007470     WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 2 LINES.
007480     PERFORM 6000-LISTAR-COMUNICACOES
007490             THRU 6000-LISTAR-COMUNICACOES-EXIT.
007500     PERFORM 2800-IMPRIMIR-TOTAIS THRU 2800-IMPRIMIR-TOTAIS-EXIT.
007510     PERFORM 7000-REGISTRAR-EMISSAO
007520             THRU 7000-REGISTRAR-EMISSAO-EXIT.
007530     DISPLAY "CLILGPD: RELATORIO " WRK-NUMERO-LGPD
007540             " EMITIDO PARA O DOCUMENTO " WRK-DOCUMENTO
007550             " - " WRK-QTD-CTA " CONTA(S)".
007560 2000-EMITIR-RELATORIO-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------*
007600* 2100-CARREGAR-CONTAS - GUARDA NA TABELA AS CONTAS DO     *
007610*                 DOCUMENTO NO CLIXREF E O PAPEL DELE EM   *
007620*                 CADA UMA                                 *
007630*----------------------------------------------------------*
007640 2100-CARREGAR-CONTAS.
007650     MOVE ZEROS  TO WRK-QTD-CTA.
007660     MOVE SPACES TO WRK-NOME-TITULAR.
007670     MOVE "N"    TO WRK-FIM-XREF WRK-EXCEDEU.
007680     MOVE WRK-DOCUMENTO TO XRF-DOCUMENTO.
007690     MOVE ZEROS TO XRF-CLI-ID XRF-SEQ.
007700     START REFERENCIA KEY IS GREATER THAN XRF-CHAVE
007710         INVALID KEY
007720             SET FIM-REFERENCIA TO TRUE
007730     END-START.
007740     PERFORM 2150-LER-REFERENCIA THRU 2150-LER-REFERENCIA-EXIT
007750             UNTIL FIM-REFERENCIA.
007760 2100-CARREGAR-CONTAS-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------*
007800* 2150-LER-REFERENCIA - UMA ENTRADA DO DOCUMENTO           *
007810*----------------------------------------------------------*
007820 2150-LER-REFERENCIA.
007830     READ REFERENCIA NEXT RECORD
007840         AT END
007850             SET FIM-REFERENCIA TO TRUE
007860             GO TO 2150-LER-REFERENCIA-EXIT
007870     END-READ.
007880     IF XRF-DOCUMENTO NOT = WRK-DOCUMENTO
007890         SET FIM-REFERENCIA TO TRUE
007900         GO TO 2150-LER-REFERENCIA-EXIT
007910     END-IF.
007920     IF WRK-QTD-CTA NOT < WRK-MAX-CTA
007930         SET EXCEDEU-CONTAS TO TRUE
007940         GO TO 2150-LER-REFERENCIA-EXIT
007950     END-IF.
007960     ADD 1 TO WRK-QTD-CTA.
007970     MOVE XRF-CLI-ID       TO TAB-CTA-ID (WRK-QTD-CTA).
007980     MOVE XRF-TIPO-TITULAR TO TAB-CTA-TIPO (WRK-QTD-CTA).
007990     MOVE XRF-NOME         TO TAB-CTA-NOME (WRK-QTD-CTA).
008000     IF WRK-NOME-TITULAR = SPACES
008010         MOVE XRF-NOME TO WRK-NOME-TITULAR
008020     END-IF.
008030 2150-LER-REFERENCIA-EXIT.
008040     EXIT.
008050
008060*----------------------------------------------------------*
008070* 2800-IMPRIMIR-TOTAIS - QUANTIDADES DO RELATORIO          *
008080*----------------------------------------------------------*
008090 2800-IMPRIMIR-TOTAIS.
008100     MOVE "CONTAS DO DOCUMENTO           " TO REL-ROD-ROTULO.
008110     MOVE WRK-QTD-CTA TO REL-ROD-VALOR.
008120     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
008130     MOVE "BLOQUEIOS                     " TO REL-ROD-ROTULO.
008140     MOVE WRK-CONT-BLOQUEIOS TO REL-ROD-VALOR.
008150     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008160     MOVE "LIMITES E TAXAS NEGOCIADAS    " TO REL-ROD-ROTULO.
008170     MOVE WRK-CONT-PRODUTOS TO REL-ROD-VALOR.
008180     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008190     MOVE "ORDENS PERMANENTES            " TO REL-ROD-ROTULO.
008200     MOVE WRK-CONT-ORDENS TO REL-ROD-VALOR.
008210     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008220     MOVE "CDB                           " TO REL-ROD-ROTULO.
008230     MOVE WRK-CONT-CDB TO REL-ROD-VALOR.
008240     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008250     MOVE "ACOES DE MANUTENCAO           " TO REL-ROD-ROTULO.
008260     MOVE WRK-CONT-ACOES TO REL-ROD-VALOR.
008270     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008280     MOVE "COMUNICACOES                  " TO REL-ROD-ROTULO.
008290     MOVE WRK-CONT-COMUNIC TO REL-ROD-VALOR.
008300     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
008310     WRITE REL-LINHA FROM REL-SEPARADOR AFTER ADVANCING 1 LINE.
008320 2800-IMPRIMIR-TOTAIS-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------*
008360* 2900-AVANCAR-NUMERACAO - LE O ULTIMO NUMERO EMITIDO NO   *
008370*                 CLILGPCT, AVANCA E REGRAVA               *
008380*----------------------------------------------------------*
008390 2900-AVANCAR-NUMERACAO.
008400     MOVE ZEROS TO WRK-NUMERO-LGPD.
008410     OPEN INPUT CONTROLE-LGPD.
008420     IF FS-CONTROLE-LGPD = "00"
008430         READ CONTROLE-LGPD
008440             AT END
008450                 CONTINUE
008460             NOT AT END
008470                 MOVE LGPCT-ULTIMO-NUMERO TO WRK-NUMERO-LGPD
008480         END-READ
008490         CLOSE CONTROLE-LGPD
008500     END-IF.
008510     ADD 1 TO WRK-NUMERO-LGPD.
008520     OPEN OUTPUT CONTROLE-LGPD.
008530     MOVE WRK-NUMERO-LGPD TO LGPCT-ULTIMO-NUMERO.
008540     WRITE LGPCT-REGISTRO.
008550     CLOSE CONTROLE-LGPD.
008560 2900-AVANCAR-NUMERACAO-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------*
008600* 3000-LISTAR-CONTA - UMA CONTA DO DOCUMENTO: CADASTRO DO  *
008610*                 MESTRE (OU DO CLIENCER, SE EXPURGADA) E  *
008620*                 OS PRODUTOS LIGADOS A CONTA              *
008630*----------------------------------------------------------*
008640 3000-LISTAR-CONTA.
008650     MOVE TAB-CTA-ID (WRK-IDX-CTA) TO REL-CTA-ID.
008660     IF TAB-CTA-PRINCIPAL (WRK-IDX-CTA)
008670         MOVE "TITULAR PRINCIPAL" TO REL-CTA-PAPEL
008680     ELSE
008690         MOVE "TITULAR ADICIONAL" TO REL-CTA-PAPEL
008700     END-IF.
008710     MOVE TAB-CTA-ID (WRK-IDX-CTA) TO CLI-ID.
008720     READ CLIENTES-MASTER
008730         INVALID KEY
008740             PERFORM 3500-LISTAR-ENCERRADA
008750                     THRU 3500-LISTAR-ENCERRADA-EXIT
008760             GO TO 3000-LISTAR-CONTA-PRODUTOS
008770     END-READ.
008780     MOVE "CADASTRO ATUAL (CLIMSTR)" TO REL-CTA-ORIGEM.
008790     WRITE REL-LINHA FROM REL-CONTA AFTER ADVANCING 2 LINES.
008800     PERFORM 3100-LISTAR-DADOS-CONTA
008810             THRU 3100-LISTAR-DADOS-CONTA-EXIT.
008820     IF TAB-CTA-PRINCIPAL (WRK-IDX-CTA)
008830         PERFORM 3200-LISTAR-DADOS-PESSOAIS
008840                 THRU 3200-LISTAR-DADOS-PESSOAIS-EXIT
008850     ELSE
008860         PERFORM 3300-LISTAR-TITULAR-ADICIONAL
008870                 THRU 3300-LISTAR-TITULAR-ADICIONAL-EXIT
008880     END-IF.
008890 3000-LISTAR-CONTA-PRODUTOS.
008900     PERFORM 3600-LISTAR-BLOQUEIOS
008910             THRU 3600-LISTAR-BLOQUEIOS-EXIT.
008920     PERFORM 3700-LISTAR-LIMITE-TAXA
008930             THRU 3700-LISTAR-LIMITE-TAXA-EXIT.
008940     PERFORM 3800-LISTAR-ORDENS THRU 3800-LISTAR-ORDENS-EXIT.
008950 3000-LISTAR-CONTA-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------*
008990* 3100-LISTAR-DADOS-CONTA - DADOS DA CONTA, COMUNS A TODOS *
009000*                 OS TITULARES                             *
009010*----------------------------------------------------------*
009020 3100-LISTAR-DADOS-CONTA.
009030     MOVE "AGENCIA" TO REL-CAMPO-ROTULO.
009040     MOVE CLI-AGENCIA TO REL-CAMPO-VALOR.
009050     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009060     MOVE "TIPO DE CONTA" TO REL-CAMPO-ROTULO.
009070     EVALUATE TRUE
009080         WHEN CONTA-POUPANCA
009090             MOVE "POUPANCA" TO REL-CAMPO-VALOR
009100         WHEN CONTA-PREMIUM
009110             MOVE "PREMIUM" TO REL-CAMPO-VALOR
009120         WHEN CONTA-EMPRESARIAL
009130             MOVE "EMPRESARIAL" TO REL-CAMPO-VALOR
009140         WHEN OTHER
009150             MOVE CLI-TIPO-CONTA TO REL-CAMPO-VALOR
009160     END-EVALUATE.
009170     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009180     MOVE "MOEDA" TO REL-CAMPO-ROTULO.
009190     MOVE CLI-MOEDA TO REL-CAMPO-VALOR.
009200     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009210     MOVE "SITUACAO" TO REL-CAMPO-ROTULO.
009220     EVALUATE TRUE
009230         WHEN CLI-ATIVO
009240             MOVE "ATIVA" TO REL-CAMPO-VALOR
009250         WHEN CLI-INATIVO
009260             MOVE "INATIVA" TO REL-CAMPO-VALOR
009270         WHEN CLI-DORMENTE
009280             MOVE "DORMENTE" TO REL-CAMPO-VALOR
009290         WHEN CLI-PREJUIZO
009300             MOVE "EM PREJUIZO" TO REL-CAMPO-VALOR
009310         WHEN CLI-FALECIDO
009320             MOVE "TITULAR FALECIDO" TO REL-CAMPO-VALOR
009330         WHEN OTHER
009340             MOVE CLI-STATUS TO REL-CAMPO-VALOR
009350     END-EVALUATE.
009360     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009370     MOVE "ABERTURA" TO REL-CAMPO-ROTULO.
009380     MOVE CLI-DATA-ABERTURA TO REL-CAMPO-VALOR.
009390     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009400     IF CLI-DATA-ENCERRAMENTO NOT = ZEROS
009410         MOVE "ENCERRAMENTO" TO REL-CAMPO-ROTULO
009420         MOVE CLI-DATA-ENCERRAMENTO TO REL-CAMPO-VALOR
009430         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
009440     END-IF.
009450     MOVE "SALDO" TO REL-CAMPO-ROTULO.
009460     MOVE CLI-SALDO TO WRK-VALOR-ED.
009470     MOVE WRK-VALOR-ED TO REL-CAMPO-VALOR.
009480     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009490 3100-LISTAR-DADOS-CONTA-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------*
009530* 3200-LISTAR-DADOS-PESSOAIS - CADASTRO E CONTATOS DO      *
009540*                 TITULAR PRINCIPAL NO CLIREG              *
009550*----------------------------------------------------------*
009560 3200-LISTAR-DADOS-PESSOAIS.
009570     MOVE "NOME" TO REL-CAMPO-ROTULO.
009580     MOVE CLI-NOME TO REL-CAMPO-VALOR.
009590     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009600     MOVE "CPF/CNPJ" TO REL-CAMPO-ROTULO.
009610     MOVE CLI-DOCUMENTO TO REL-CAMPO-VALOR.
009620     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009630     MOVE "ENDERECO" TO REL-CAMPO-ROTULO.
009640     MOVE CLI-ENDERECO TO REL-CAMPO-VALOR.
009650     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009660     MOVE "CIDADE/UF" TO REL-CAMPO-ROTULO.
009670     MOVE CLI-CIDADE TO WRK-CID-CIDADE.
009680     MOVE CLI-UF     TO WRK-CID-UF.
009690     MOVE WRK-CIDADE-UF TO REL-CAMPO-VALOR.
009700     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009710     MOVE "CEP" TO REL-CAMPO-ROTULO.
009720     MOVE CLI-CEP TO REL-CAMPO-VALOR.
009730     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009740     IF ENDERECO-DIVERGENTE
009750         MOVE "SITUACAO DO ENDERECO" TO REL-CAMPO-ROTULO
009760         MOVE "DIVERGENTE - CORRESPONDENCIA RETIDA"
009770                 TO REL-CAMPO-VALOR
009780         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
009790     END-IF.
009800     MOVE "TELEFONE" TO REL-CAMPO-ROTULO.
009810     MOVE CLI-TELEFONE TO REL-CAMPO-VALOR.
009820     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009830     MOVE "E-MAIL" TO REL-CAMPO-ROTULO.
009840     MOVE CLI-EMAIL TO REL-CAMPO-VALOR.
009850     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009860     MOVE "EXTRATO" TO REL-CAMPO-ROTULO.
009870     EVALUATE TRUE
009880         WHEN PREF-ELETRONICO
009890             MOVE "ELETRONICO" TO REL-CAMPO-VALOR
009900         WHEN PREF-AMBOS
009910             MOVE "PAPEL E ELETRONICO" TO REL-CAMPO-VALOR
009920         WHEN OTHER
009930             MOVE "PAPEL" TO REL-CAMPO-VALOR
009940     END-EVALUATE.
009950     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
009960     IF CLI-RISCO-KYC NOT = SPACES
009970         MOVE "RISCO CADASTRAL (KYC)" TO REL-CAMPO-ROTULO
009980         MOVE CLI-RISCO-KYC TO REL-CAMPO-VALOR
009990         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010000         MOVE "ULTIMA REVISAO" TO REL-CAMPO-ROTULO
010010         MOVE CLI-DATA-ULT-REVISAO TO REL-CAMPO-VALOR
010020         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010030     END-IF.
010040*    CAMPOS ACRESCENTADOS AO CLIREG DEPOIS DA CRIACAO: SO SE O
010050*    REGISTRO JA FOI REGRAVADO NO LAYOUT ATUAL.
010060     IF CLI-DATA-NASCIMENTO IS NUMERIC
010070             AND CLI-DATA-NASCIMENTO NOT = ZEROS
010080         MOVE "NASCIMENTO" TO REL-CAMPO-ROTULO
010090         MOVE CLI-DATA-NASCIMENTO TO REL-CAMPO-VALOR
010100         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010110     END-IF.
010120     IF CLI-RESP-CPF IS NUMERIC AND CLI-RESP-CPF NOT = ZEROS
010130         MOVE "RESPONSAVEL LEGAL" TO REL-CAMPO-ROTULO
010140         MOVE CLI-RESP-NOME TO REL-CAMPO-VALOR
010150         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010160         MOVE "CPF DO RESPONSAVEL" TO REL-CAMPO-ROTULO
010170         MOVE CLI-RESP-CPF TO REL-CAMPO-VALOR
010180         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010190     END-IF.
010200     IF CLI-ALERTA-VALOR-MIN IS NUMERIC
010210         PERFORM 3250-LISTAR-ALERTAS THRU 3250-LISTAR-ALERTAS-EXIT
010220     END-IF.
010230     PERFORM 3400-CONTAR-OUTROS-TITULARES
010240             THRU 3400-CONTAR-OUTROS-TITULARES-EXIT.
010250 3200-LISTAR-DADOS-PESSOAIS-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------*
010290* 3250-LISTAR-ALERTAS - PREFERENCIA DE ALERTAS E CONTATOS  *
010300*                 DEVOLVIDOS PELO GATEWAY DE MENSAGENS     *
010310*----------------------------------------------------------*
010320 3250-LISTAR-ALERTAS.
010330     MOVE "ALERTAS" TO REL-CAMPO-ROTULO.
010340     IF ALERTA-DESLIGADO
010350         MOVE "NAO RECEBE" TO REL-CAMPO-VALOR
010360         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010370     ELSE
010380         EVALUATE TRUE
010390             WHEN ALERTA-POR-EMAIL
010400                 MOVE "POR E-MAIL" TO WRK-ALR-CANAL
010410             WHEN ALERTA-POR-SMS
010420                 MOVE "POR SMS" TO WRK-ALR-CANAL
010430             WHEN OTHER
010440                 MOVE "E-MAIL E SMS" TO WRK-ALR-CANAL
010450         END-EVALUATE
010460         MOVE CLI-ALERTA-VALOR-MIN TO WRK-ALR-MINIMO
010470         MOVE WRK-ALERTA-TEXTO TO REL-CAMPO-VALOR
010480         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010490         MOVE "EVENTOS AVISADOS" TO REL-CAMPO-ROTULO
010500         MOVE CLI-ALR-SAQUE      TO WRK-EVT-SAQUE
010510         MOVE CLI-ALR-CREDITO    TO WRK-EVT-CREDITO
010520         MOVE CLI-ALR-CHEQUE-DEV TO WRK-EVT-CHEQUE
010530         MOVE CLI-ALR-BLOQUEIO   TO WRK-EVT-BLOQUEIO
010540         MOVE CLI-ALR-NEGATIVO   TO WRK-EVT-NEGATIVO
010550         MOVE WRK-EVENTOS-ALERTA TO REL-CAMPO-VALOR
010560         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010570     END-IF.
010580     IF EMAIL-DEVOLVIDO
010590         MOVE "E-MAIL" TO REL-CAMPO-ROTULO
010600         MOVE "DEVOLVIDO PELO GATEWAY DE MENSAGENS"
010610                 TO REL-CAMPO-VALOR
010620         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010630     END-IF.
010640     IF FONE-DEVOLVIDO
010650         MOVE "TELEFONE" TO REL-CAMPO-ROTULO
010660         MOVE "RECUSADO PELO GATEWAY DE MENSAGENS"
010670                 TO REL-CAMPO-VALOR
010680         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010690     END-IF.
010700 3250-LISTAR-ALERTAS-EXIT.
010710     EXIT.
010720
010730*----------------------------------------------------------*
010740* 3300-LISTAR-TITULAR-ADICIONAL - NA CONTA EM QUE E SO     *
010750*                 TITULAR ADICIONAL, O REGISTRO DELE NO    *
010760*                 CLITITU; O CADASTRO DO TITULAR PRINCIPAL *
010770*                 E DADO DE TERCEIRO E NAO E LISTADO       *
010780*----------------------------------------------------------*
010790 3300-LISTAR-TITULAR-ADICIONAL.
010800     MOVE "CADASTRO DO TITULAR" TO REL-CAMPO-ROTULO.
010810     MOVE "PRINCIPAL NAO DIVULGADO (DADO DE TERCEIRO)"
010820             TO REL-CAMPO-VALOR.
010830     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
010840     IF NOT ARQUIVO-TIT-OK
010850         MOVE "TITULARES" TO REL-CAMPO-ROTULO
010860         MOVE "CLITITU INDISPONIVEL" TO REL-CAMPO-VALOR
010870         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
010880         GO TO 3300-LISTAR-TITULAR-ADICIONAL-EXIT
010890     END-IF.
010900     MOVE "N" TO WRK-FIM-TIT.
010910     MOVE CLI-ID TO TIT-CLI-ID.
010920     MOVE ZEROS  TO TIT-SEQ.
010930     START TITULARES KEY IS GREATER THAN TIT-CHAVE
010940         INVALID KEY
010950             SET FIM-TITULARES TO TRUE
010960     END-START.
010970     PERFORM 3350-LER-TITULAR THRU 3350-LER-TITULAR-EXIT
010980             UNTIL FIM-TITULARES.
010990 3300-LISTAR-TITULAR-ADICIONAL-EXIT.
011000     EXIT.
011010
011020*----------------------------------------------------------*
011030* 3350-LER-TITULAR - IMPRIME O REGISTRO DO PROPRIO         *
011040*                 DOCUMENTO ENTRE OS TITULARES ADICIONAIS  *
011050*----------------------------------------------------------*
011060 3350-LER-TITULAR.
011070     READ TITULARES NEXT RECORD
011080         AT END
011090             SET FIM-TITULARES TO TRUE
011100             GO TO 3350-LER-TITULAR-EXIT
011110     END-READ.
011120     IF TIT-CLI-ID NOT = CLI-ID
011130         SET FIM-TITULARES TO TRUE
011140         GO TO 3350-LER-TITULAR-EXIT
011150     END-IF.
011160     IF TIT-DOCUMENTO NOT = WRK-DOCUMENTO
011170         GO TO 3350-LER-TITULAR-EXIT
011180     END-IF.
011190     MOVE "NOME" TO REL-CAMPO-ROTULO.
011200     MOVE TIT-NOME TO REL-CAMPO-VALOR.
011210     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
011220     MOVE "CPF/CNPJ" TO REL-CAMPO-ROTULO.
011230     MOVE TIT-DOCUMENTO TO REL-CAMPO-VALOR.
011240     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
011250     MOVE "TITULAR ADICIONAL NUM." TO REL-CAMPO-ROTULO.
011260     MOVE TIT-SEQ TO REL-CAMPO-VALOR.
011270     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
011280 3350-LER-TITULAR-EXIT.
011290     EXIT.
011300
011310*----------------------------------------------------------*
011320* 3400-CONTAR-OUTROS-TITULARES - NA CONTA DO TITULAR       *
011330*                 PRINCIPAL, SO A QUANTIDADE DE TITULARES  *
011340*                 ADICIONAIS (DADOS DE TERCEIROS)          *
011350*----------------------------------------------------------*
011360 3400-CONTAR-OUTROS-TITULARES.
011370     IF NOT ARQUIVO-TIT-OK
011380         GO TO 3400-CONTAR-OUTROS-TITULARES-EXIT
011390     END-IF.
011400     MOVE ZEROS TO WRK-CONT-OUTROS-TIT.
011410     MOVE "N" TO WRK-FIM-TIT.
011420     MOVE CLI-ID TO TIT-CLI-ID.
011430     MOVE ZEROS  TO TIT-SEQ.
011440     START TITULARES KEY IS GREATER THAN TIT-CHAVE
011450         INVALID KEY
011460             SET FIM-TITULARES TO TRUE
011470     END-START.
011480     PERFORM 3450-CONTAR-TITULAR THRU 3450-CONTAR-TITULAR-EXIT
011490             UNTIL FIM-TITULARES.
011500     IF WRK-CONT-OUTROS-TIT NOT = ZEROS
011510         MOVE "TITULARES ADICIONAIS" TO REL-CAMPO-ROTULO
011520         MOVE WRK-CONT-OUTROS-TIT TO REL-CAMPO-VALOR
011530         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
011540     END-IF.
011550 3400-CONTAR-OUTROS-TITULARES-EXIT.
011560     EXIT.
011570
011580*----------------------------------------------------------*
011590* 3450-CONTAR-TITULAR - CONTA UM TITULAR ADICIONAL         *
011600*----------------------------------------------------------*
011610 3450-CONTAR-TITULAR.
011620     READ TITULARES NEXT RECORD
011630         AT END
011640             SET FIM-TITULARES TO TRUE
011650             GO TO 3450-CONTAR-TITULAR-EXIT
011660     END-READ.
011670     IF TIT-CLI-ID NOT = CLI-ID
011680         SET FIM-TITULARES TO TRUE
011690         GO TO 3450-CONTAR-TITULAR-EXIT
011700     END-IF.
011710     ADD 1 TO WRK-CONT-OUTROS-TIT.
011720 3450-CONTAR-TITULAR-EXIT.
011730     EXIT.
011740
011750*----------------------------------------------------------*
011760* 3500-LISTAR-ENCERRADA - CONTA QUE NAO ESTA NO MESTRE:    *
011770*                 PROCURA NO HISTORICO DE ENCERRADAS       *
011780*                 (CLIENCER), COMO O CLIINQ                *
011790*----------------------------------------------------------*
011800 3500-LISTAR-ENCERRADA.
011810     MOVE "** NAO ENCONTRADA NO MESTRE **" TO REL-CTA-ORIGEM.
011820     IF NOT ARQUIVO-ENC-OK
011830         WRITE REL-LINHA FROM REL-CONTA AFTER ADVANCING 2 LINES
011840         GO TO 3500-LISTAR-ENCERRADA-EXIT
011850     END-IF.
011860     MOVE TAB-CTA-ID (WRK-IDX-CTA) TO ENC-CLI-ID.
011870     READ ENCERRADAS
011880         INVALID KEY
011890             WRITE REL-LINHA FROM REL-CONTA
011900                     AFTER ADVANCING 2 LINES
011910             GO TO 3500-LISTAR-ENCERRADA-EXIT
011920     END-READ.
011930     MOVE "ENCERRADA E EXPURGADA (CLIENCER)" TO REL-CTA-ORIGEM.
011940     WRITE REL-LINHA FROM REL-CONTA AFTER ADVANCING 2 LINES.
011950     MOVE "AGENCIA" TO REL-CAMPO-ROTULO.
011960     MOVE ENC-AGENCIA TO REL-CAMPO-VALOR.
011970     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
011980     MOVE "ABERTURA" TO REL-CAMPO-ROTULO.
011990     MOVE ENC-DATA-ABERTURA TO REL-CAMPO-VALOR.
012000     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012010     MOVE "ENCERRAMENTO" TO REL-CAMPO-ROTULO.
012020     MOVE ENC-DATA-ENCERRAMENTO TO REL-CAMPO-VALOR.
012030     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012040     IF ENC-ANONIMIZADO
012050         MOVE "DADOS PESSOAIS" TO REL-CAMPO-ROTULO
012060         MOVE "ANONIMIZADOS EM" TO REL-CAMPO-VALOR
012070         MOVE ENC-DATA-ANONIMIZACAO TO REL-CAMPO-VALOR (17:8)
012080         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
012090         GO TO 3500-LISTAR-ENCERRADA-EXIT
012100     END-IF.
012110     IF NOT TAB-CTA-PRINCIPAL (WRK-IDX-CTA)
012120         MOVE "CADASTRO DO TITULAR" TO REL-CAMPO-ROTULO
012130         MOVE "PRINCIPAL NAO DIVULGADO (DADO DE TERCEIRO)"
012140                 TO REL-CAMPO-VALOR
012150         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
012160         GO TO 3500-LISTAR-ENCERRADA-EXIT
012170     END-IF.
012180     MOVE "NOME" TO REL-CAMPO-ROTULO.
012190     MOVE ENC-NOME TO REL-CAMPO-VALOR.
012200     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012210     MOVE "CPF/CNPJ" TO REL-CAMPO-ROTULO.
012220     MOVE ENC-DOCUMENTO TO REL-CAMPO-VALOR.
012230     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012240     MOVE "ENDERECO" TO REL-CAMPO-ROTULO.
012250     MOVE ENC-ENDERECO TO REL-CAMPO-VALOR.
012260     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012270     MOVE "CIDADE/UF" TO REL-CAMPO-ROTULO.
012280     MOVE ENC-CIDADE TO WRK-CID-CIDADE.
012290     MOVE ENC-UF     TO WRK-CID-UF.
012300     MOVE WRK-CIDADE-UF TO REL-CAMPO-VALOR.
012310     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012320     MOVE "CEP" TO REL-CAMPO-ROTULO.
012330     MOVE ENC-CEP TO REL-CAMPO-VALOR.
012340     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012350     MOVE "TELEFONE" TO REL-CAMPO-ROTULO.
012360     MOVE ENC-TELEFONE TO REL-CAMPO-VALOR.
012370     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012380     MOVE "E-MAIL" TO REL-CAMPO-ROTULO.
012390     MOVE ENC-EMAIL TO REL-CAMPO-VALOR.
012400     PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT.
012410 3500-LISTAR-ENCERRADA-EXIT.
012420     EXIT.
012430
012440*----------------------------------------------------------*
012450* 3600-LISTAR-BLOQUEIOS - BLOQUEIOS DA CONTA NO CLIBLOQ    *
012460*----------------------------------------------------------*
012470 3600-LISTAR-BLOQUEIOS.
012480     IF NOT ARQUIVO-BLQ-OK
012490         MOVE "BLOQUEIOS" TO REL-CAMPO-ROTULO
012500         MOVE "CLIBLOQ INDISPONIVEL" TO REL-CAMPO-VALOR
012510         PERFORM 8000-IMPRIMIR-CAMPO THRU 8000-IMPRIMIR-CAMPO-EXIT
012520         GO TO 3600-LISTAR-BLOQUEIOS-EXIT
012530     END-IF.
012540     MOVE "N" TO WRK-FIM-BLQ.
012550     MOVE TAB-CTA-ID (WRK-IDX-CTA) TO BLQ-CLI-ID.
012560     MOVE ZEROS TO BLQ-SEQ.
012570     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
012580         INVALID KEY
012590             SET FIM-BLOQUEIOS TO TRUE
012600     END-START.
012610     PERFORM 3650-LER-BLOQUEIO THRU 3650-LER-BLOQUEIO-EXIT
012620             UNTIL FIM-BLOQUEIOS.
012630 3600-LISTAR-BLOQUEIOS-EXIT.
012640     EXIT.
012650
012660*----------------------------------------------------------*
012670* 3650-LER-BLOQUEIO - IMPRIME UM BLOQUEIO DA CONTA         *
012680*----------------------------------------------------------*
012690 3650-LER-BLOQUEIO.
012700     READ BLOQUEIOS NEXT RECORD
012710         AT END
012720             SET FIM-BLOQUEIOS TO TRUE
012730             GO TO 3650-LER-BLOQUEIO-EXIT
012740     END-READ.
012750     IF BLQ-CLI-ID NOT = TAB-CTA-ID (WRK-IDX-CTA)
012760         SET FIM-BLOQUEIOS TO TRUE
012770         GO TO 3650-LER-BLOQUEIO-EXIT
012780     END-IF.
012790     MOVE BLQ-SEQ TO REL-BLQ-SEQ.
012800     IF BLQ-JUDICIAL
012810         MOVE "JUDICIAL" TO REL-BLQ-ORIGEM
012820     ELSE
012830         MOVE "ADMINISTRATIVO" TO REL-BLQ-ORIGEM
012840     END-IF.
012850     MOVE BLQ-VALOR          TO REL-BLQ-VALOR.
012860     MOVE BLQ-PROCESSO       TO REL-BLQ-PROCESSO.
012870     MOVE BLQ-DATA-ENTRADA   TO REL-BLQ-ENTRADA.
012880     MOVE BLQ-DATA-LIBERACAO TO REL-BLQ-LIBERACAO.
012890     WRITE REL-LINHA FROM REL-BLOQUEIO AFTER ADVANCING 1 LINE.
012900     ADD 1 TO WRK-CONT-BLOQUEIOS.
012910 3650-LER-BLOQUEIO-EXIT.
012920     EXIT.
012930
012940*----------------------------------------------------------*
012950* 3700-LISTAR-LIMITE-TAXA - LIMITE DO CLILIMIT E TAXA      *
012960*                 NEGOCIADA DO CLITXNEG DA CONTA           *
012970*----------------------------------------------------------*
012980 3700-LISTAR-LIMITE-TAXA.
012990     IF ARQUIVO-LIM-OK
013000         MOVE TAB-CTA-ID (WRK-IDX-CTA) TO LIM-CLI-ID
013010         READ LIMITES
013020             INVALID KEY
013030                 CONTINUE
013040             NOT INVALID KEY
013050                 MOVE LIM-VALOR         TO REL-LIM-VALOR
013060                 MOVE LIM-DATA-CONTRATO TO REL-LIM-DATA
013070                 MOVE LIM-OPERADOR-1    TO REL-LIM-OPER-1
013080                 MOVE LIM-OPERADOR-2    TO REL-LIM-OPER-2
013090                 WRITE REL-LINHA FROM REL-LIMITE
013100                         AFTER ADVANCING 1 LINE
013110                 ADD 1 TO WRK-CONT-PRODUTOS
013120         END-READ
013130     END-IF.
013140     IF ARQUIVO-NEG-OK
013150         MOVE TAB-CTA-ID (WRK-IDX-CTA) TO NEG-CLI-ID
013160         READ NEGOCIADAS
013170             INVALID KEY
013180                 CONTINUE
013190             NOT INVALID KEY
013200                 MOVE NEG-FATOR       TO REL-NEG-FATOR
013210                 MOVE NEG-DATA-INICIO TO REL-NEG-INICIO
013220                 MOVE NEG-DATA-FIM    TO REL-NEG-FIM
013230                 MOVE NEG-OPERADOR-1  TO REL-NEG-OPER-1
013240                 MOVE NEG-OPERADOR-2  TO REL-NEG-OPER-2
013250                 WRITE REL-LINHA FROM REL-TAXA
013260                         AFTER ADVANCING 1 LINE
013270                 ADD 1 TO WRK-CONT-PRODUTOS
013280         END-READ
013290     END-IF.
013300 3700-LISTAR-LIMITE-TAXA-EXIT.
013310     EXIT.
013320
013330*----------------------------------------------------------*
013340* 3800-LISTAR-ORDENS - ORDENS PERMANENTES DA CONTA         *
013350*----------------------------------------------------------*
013360 3800-LISTAR-ORDENS.
013370     IF NOT ARQUIVO-ORD-OK
013380         GO TO 3800-LISTAR-ORDENS-EXIT
013390     END-IF.
013400     MOVE "N" TO WRK-FIM-ORD.
013410     MOVE TAB-CTA-ID (WRK-IDX-CTA) TO ORD-CLI-ID.
013420     MOVE ZEROS TO ORD-SEQ.
013430     START ORDENS KEY IS GREATER THAN ORD-CHAVE
013440         INVALID KEY
013450             SET FIM-ORDENS TO TRUE
013460     END-START.
013470     PERFORM 3850-LER-ORDEM THRU 3850-LER-ORDEM-EXIT
013480             UNTIL FIM-ORDENS.
013490 3800-LISTAR-ORDENS-EXIT.
013500     EXIT.
013510
013520*----------------------------------------------------------*
013530* 3850-LER-ORDEM - IMPRIME UMA ORDEM PERMANENTE            *
013540*----------------------------------------------------------*
013550 3850-LER-ORDEM.
013560     READ ORDENS NEXT RECORD
013570         AT END
013580             SET FIM-ORDENS TO TRUE
013590             GO TO 3850-LER-ORDEM-EXIT
013600     END-READ.
013610     IF ORD-CLI-ID NOT = TAB-CTA-ID (WRK-IDX-CTA)
013620         SET FIM-ORDENS TO TRUE
013630         GO TO 3850-LER-ORDEM-EXIT
013640     END-IF.
013650     MOVE ORD-SEQ TO REL-ORD-SEQ.
013660     EVALUATE TRUE
013670         WHEN ORD-DEPOSITO
013680             MOVE "DEPOSITO" TO REL-ORD-TIPO
013690         WHEN ORD-SAQUE
013700             MOVE "SAQUE" TO REL-ORD-TIPO
013710         WHEN OTHER
013720             MOVE "TRANSFERENCIA" TO REL-ORD-TIPO
013730     END-EVALUATE.
013740     MOVE ORD-CLIENTE-DEST TO REL-ORD-DESTINO.
013750     MOVE ORD-VALOR        TO REL-ORD-VALOR.
013760     MOVE ORD-DIA-MES      TO REL-ORD-DIA.
013770     MOVE ORD-DATA-FIM     TO REL-ORD-FIM.
013780     IF ORD-ATIVA
013790         MOVE "ATIVA" TO REL-ORD-SITUACAO
013800     ELSE
013810         MOVE "CANCELADA" TO REL-ORD-SITUACAO
013820     END-IF.
013830     WRITE REL-LINHA FROM REL-ORDEM AFTER ADVANCING 1 LINE.
013840     ADD 1 TO WRK-CONT-ORDENS.
013850 3850-LER-ORDEM-EXIT.
013860     EXIT.
013870
013880*----------------------------------------------------------*
013890* 4000-LISTAR-CDB - VARRE O CLICDB (CHAVE PELO NUMERO DO   *
013900*                 CERTIFICADO) ATRAS DOS CDB DAS CONTAS    *
013910*----------------------------------------------------------*
013920 4000-LISTAR-CDB.
013930     IF NOT ARQUIVO-CDB-OK
013940         MOVE "    CLICDB INDISPONIVEL" TO REL-SEC-TEXTO
013950         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
013960         GO TO 4000-LISTAR-CDB-EXIT
013970     END-IF.
013980     IF WRK-QTD-CTA = ZEROS
013990         GO TO 4000-LISTAR-CDB-EXIT
014000     END-IF.
014010     MOVE "N" TO WRK-FIM-CDB.
014020     MOVE ZEROS TO CDB-NUMERO.
014030     START CERTIFICADOS KEY IS NOT LESS THAN CDB-NUMERO
014040         INVALID KEY
014050             SET FIM-CERTIFICADOS TO TRUE
014060     END-START.
014070     PERFORM 4100-LER-CDB THRU 4100-LER-CDB-EXIT
014080             UNTIL FIM-CERTIFICADOS.
014090 4000-LISTAR-CDB-EXIT.
014100     EXIT.
014110
014120*----------------------------------------------------------*
014130* 4100-LER-CDB - IMPRIME O CDB SE FOR DE UMA DAS CONTAS    *
014140*----------------------------------------------------------*
014150 4100-LER-CDB.
014160     READ CERTIFICADOS NEXT RECORD
014170         AT END
014180             SET FIM-CERTIFICADOS TO TRUE
014190             GO TO 4100-LER-CDB-EXIT
014200     END-READ.
014210     MOVE CDB-CLI-ID TO WRK-CLI-BUSCA.
014220     PERFORM 8100-LOCALIZAR-CONTA THRU 8100-LOCALIZAR-CONTA-EXIT.
014230     IF WRK-IDX-CTA-ACHADO = ZEROS
014240         GO TO 4100-LER-CDB-EXIT
014250     END-IF.
014260     MOVE CDB-NUMERO          TO REL-CDB-NUMERO.
014270     MOVE CDB-CLI-ID          TO REL-CDB-CONTA.
014280     MOVE CDB-PRINCIPAL       TO REL-CDB-PRINCIPAL.
014290     MOVE CDB-DATA-APLICACAO  TO REL-CDB-APLICACAO.
014300     MOVE CDB-DATA-VENCIMENTO TO REL-CDB-VENCIMENTO.
014310     EVALUATE TRUE
014320         WHEN CDB-ATIVO
014330             MOVE "ATIVO" TO REL-CDB-SITUACAO
014340         WHEN CDB-RESGATE-PEDIDO
014350             MOVE "RESGATE PEDIDO" TO REL-CDB-SITUACAO
014360         WHEN OTHER
014370             MOVE "LIQUIDADO" TO REL-CDB-SITUACAO
014380     END-EVALUATE.
014390     WRITE REL-LINHA FROM REL-CDB AFTER ADVANCING 1 LINE.
014400     ADD 1 TO WRK-CONT-CDB.
014410 4100-LER-CDB-EXIT.
014420     EXIT.
014430
014440*----------------------------------------------------------*
014450* 5000-LISTAR-LOG - ACOES DO CLIMLOG SOBRE OS DADOS DO     *
014460*                 TITULAR                                  *
014470*----------------------------------------------------------*
014480 5000-LISTAR-LOG.
014490     OPEN INPUT LOG-MANUTENCAO.
014500     IF FS-LOG-MANUTENCAO NOT = "00"
014510         MOVE "    CLIMLOG INDISPONIVEL" TO REL-SEC-TEXTO
014520         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
014530         GO TO 5000-LISTAR-LOG-EXIT
014540     END-IF.
014550     MOVE "N" TO WRK-FIM-LOG.
014560     PERFORM 5100-LER-LOG THRU 5100-LER-LOG-EXIT
014570             UNTIL FIM-LOG.
014580     CLOSE LOG-MANUTENCAO.
014590 5000-LISTAR-LOG-EXIT.
014600     EXIT.
014610
014620*----------------------------------------------------------*
014630* 5100-LER-LOG - NA CONTA DO TITULAR PRINCIPAL VALEM TODAS *
014640*                 AS ACOES; NA CONTA EM QUE E ADICIONAL,   *
014650*                 SO AS DE INCLUSAO/RETIRADA DELE COMO     *
014660*                 TITULAR. OS RELATORIOS DE ACESSO SO      *
014670*                 APARECEM PARA O PROPRIO DOCUMENTO        *
014680*----------------------------------------------------------*
014690 5100-LER-LOG.
014700     READ LOG-MANUTENCAO
014710         AT END
014720             SET FIM-LOG TO TRUE
014730             GO TO 5100-LER-LOG-EXIT
014740     END-READ.
014750     MOVE MLOG-LINHA TO MLOG-REGISTRO.
014760     IF MLOG-DATA NOT NUMERIC
014770         GO TO 5100-LER-LOG-EXIT
014780     END-IF.
014790     IF MLOG-CAMPO = "ACESSO LGPD "
014800         IF MLOG-ANTES (1:14) = WRK-DOC-INFORMADO
014810             GO TO 5100-LER-LOG-IMPRIMIR
014820         END-IF
014830         GO TO 5100-LER-LOG-EXIT
014840     END-IF.
014850     IF MLOG-CLIENTE NOT NUMERIC
014860         GO TO 5100-LER-LOG-EXIT
014870     END-IF.
014880     MOVE MLOG-CLIENTE TO WRK-CLI-BUSCA.
014890     PERFORM 8100-LOCALIZAR-CONTA THRU 8100-LOCALIZAR-CONTA-EXIT.
014900     IF WRK-IDX-CTA-ACHADO = ZEROS
014910         GO TO 5100-LER-LOG-EXIT
014920     END-IF.
014930     IF NOT TAB-CTA-PRINCIPAL (WRK-IDX-CTA-ACHADO)
014940         IF MLOG-CAMPO NOT = "TITULAR     "
014950             GO TO 5100-LER-LOG-EXIT
014960         END-IF
014970         IF MLOG-ANTES (1:20)
014980                 NOT = TAB-CTA-NOME (WRK-IDX-CTA-ACHADO)
014990                 AND MLOG-DEPOIS (1:20)
015000                 NOT = TAB-CTA-NOME (WRK-IDX-CTA-ACHADO)
015010             GO TO 5100-LER-LOG-EXIT
015020         END-IF
015030     END-IF.
015040 5100-LER-LOG-IMPRIMIR.
015050     MOVE MLOG-DATA     TO REL-LOG-DATA.
015060     MOVE MLOG-HORA     TO REL-LOG-HORA.
015070     MOVE MLOG-OPERADOR TO REL-LOG-OPERADOR.
015080     MOVE MLOG-FUNCAO   TO REL-LOG-FUNCAO.
015090     MOVE MLOG-CLIENTE  TO REL-LOG-CLIENTE.
015100     MOVE MLOG-CAMPO    TO REL-LOG-CAMPO.
015110     MOVE MLOG-ANTES    TO REL-LOG-ANTES.
015120     MOVE MLOG-DEPOIS   TO REL-LOG-DEPOIS.
015130     WRITE REL-LINHA FROM REL-LOG AFTER ADVANCING 1 LINE.
015140     ADD 1 TO WRK-CONT-ACOES.
015150 5100-LER-LOG-EXIT.
015160     EXIT.
015170
015180*----------------------------------------------------------*
015190* 6000-LISTAR-COMUNICACOES - CORRESPONDENCIA E ALERTAS DAS *
015200*                 CONTAS EM QUE E TITULAR PRINCIPAL (QUEM  *
015210*                 RECEBE AS COMUNICACOES DA CONTA)         *
015220*----------------------------------------------------------*
015230 6000-LISTAR-COMUNICACOES.
015240     IF WRK-QTD-CTA = ZEROS
015250         GO TO 6000-LISTAR-COMUNICACOES-EXIT
015260     END-IF.
015270     PERFORM 6100-LISTAR-CORRESPONDENCIA
015280             THRU 6100-LISTAR-CORRESPONDENCIA-EXIT.
015290     PERFORM 6300-LISTAR-MANIFESTOS
015300             THRU 6300-LISTAR-MANIFESTOS-EXIT.
015310     PERFORM 6500-LISTAR-ALERTAS THRU 6500-LISTAR-ALERTAS-EXIT.
015320 6000-LISTAR-COMUNICACOES-EXIT.
015330     EXIT.
015340
015350*----------------------------------------------------------*
015360* 6100-LISTAR-CORRESPONDENCIA - DOCUMENTOS IMPRESSOS AINDA *
015370*                 NAO ENVELOPADOS (CLICORR)                *
015380*----------------------------------------------------------*
015390 6100-LISTAR-CORRESPONDENCIA.
015400     OPEN INPUT CORRESPONDENCIA.
015410     IF FS-CORRESPONDENCIA NOT = "00"
015420         MOVE "    CLICORR INDISPONIVEL" TO REL-SEC-TEXTO
015430         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
015440         GO TO 6100-LISTAR-CORRESPONDENCIA-EXIT
015450     END-IF.
015460     MOVE "N" TO WRK-FIM-COR.
015470     PERFORM 6200-LER-CORRESPONDENCIA
015480             THRU 6200-LER-CORRESPONDENCIA-EXIT
015490             UNTIL FIM-CORRESPONDENCIA.
015500     CLOSE CORRESPONDENCIA.
015510 6100-LISTAR-CORRESPONDENCIA-EXIT.
015520     EXIT.
015530
015540*----------------------------------------------------------*
015550* 6200-LER-CORRESPONDENCIA - UM ITEM DO CLICORR            *
015560*----------------------------------------------------------*
015570 6200-LER-CORRESPONDENCIA.
015580     READ CORRESPONDENCIA
015590         AT END
015600             SET FIM-CORRESPONDENCIA TO TRUE
015610             GO TO 6200-LER-CORRESPONDENCIA-EXIT
015620     END-READ.
015630     IF COR-CLIENTE NOT NUMERIC
015640         GO TO 6200-LER-CORRESPONDENCIA-EXIT
015650     END-IF.
015660     MOVE COR-CLIENTE TO WRK-CLI-BUSCA.
015670     PERFORM 8200-LOCALIZAR-PRINCIPAL
015680             THRU 8200-LOCALIZAR-PRINCIPAL-EXIT.
015690     IF WRK-IDX-CTA-ACHADO = ZEROS
015700         GO TO 6200-LER-CORRESPONDENCIA-EXIT
015710     END-IF.
015720     MOVE COR-DATA       TO REL-COM-DATA.
015730     MOVE COR-CLIENTE    TO REL-COM-CONTA.
015740     MOVE "CORREIO"      TO REL-COM-MEIO.
015750     MOVE COR-ESPECIE    TO WRK-ESPECIE.
015760     PERFORM 8300-DESCREVER-DOCUMENTO
015770             THRU 8300-DESCREVER-DOCUMENTO-EXIT.
015780     MOVE COR-REFERENCIA TO REL-COM-REFERENCIA.
015790     MOVE "IMPRESSO, AGUARDANDO ENVELOPAMENTO" TO REL-COM-DETALHE.
015800     MOVE COR-ARQUIVO    TO REL-COM-DETALHE (36:8).
015810     WRITE REL-LINHA FROM REL-COMUNIC AFTER ADVANCING 1 LINE.
015820     ADD 1 TO WRK-CONT-COMUNIC.
015830 6200-LER-CORRESPONDENCIA-EXIT.
015840     EXIT.
015850
015860*----------------------------------------------------------*
015870* 6300-LISTAR-MANIFESTOS - DOCUMENTOS POSTADOS OU RETIDOS  *
015880*                 NOS MANIFESTOS DA GRAFICA (CLIMANIF)     *
015890*----------------------------------------------------------*
015900 6300-LISTAR-MANIFESTOS.
015910     OPEN INPUT MANIFESTO.
015920     IF FS-MANIFESTO NOT = "00"
015930         MOVE "    CLIMANIF INDISPONIVEL" TO REL-SEC-TEXTO
015940         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
015950         GO TO 6300-LISTAR-MANIFESTOS-EXIT
015960     END-IF.
015970     MOVE "N" TO WRK-FIM-MAN.
015980     PERFORM 6400-LER-MANIFESTO THRU 6400-LER-MANIFESTO-EXIT
015990             UNTIL FIM-MANIFESTO.
016000     CLOSE MANIFESTO.
016010 6300-LISTAR-MANIFESTOS-EXIT.
016020     EXIT.
016030
016040*----------------------------------------------------------*
016050* 6400-LER-MANIFESTO - ITENS I (POSTADO NO ENVELOPE) E R   *
016060*                 (RETIDO) DAS CONTAS DO TITULAR           *
016070*----------------------------------------------------------*
016080 6400-LER-MANIFESTO.
016090     READ MANIFESTO INTO MAN-RETIDO
016100         AT END
016110             SET FIM-MANIFESTO TO TRUE
016120             GO TO 6400-LER-MANIFESTO-EXIT
016130     END-READ.
016140     IF MAN-E-INSERTO
016150         MOVE MAN-INS-CLIENTE TO WRK-CLI-BUSCA
016160     ELSE
016170         IF MAN-E-RETIDO
016180             MOVE MAN-RET-CLIENTE TO WRK-CLI-BUSCA
016190         ELSE
016200             GO TO 6400-LER-MANIFESTO-EXIT
016210         END-IF
016220     END-IF.
016230     PERFORM 8200-LOCALIZAR-PRINCIPAL
016240             THRU 8200-LOCALIZAR-PRINCIPAL-EXIT.
016250     IF WRK-IDX-CTA-ACHADO = ZEROS
016260         GO TO 6400-LER-MANIFESTO-EXIT
016270     END-IF.
016280     MOVE "CORREIO" TO REL-COM-MEIO.
016290     IF MAN-E-INSERTO
016300         MOVE MAN-INS-DATA       TO REL-COM-DATA
016310         MOVE MAN-INS-CLIENTE    TO REL-COM-CONTA
016320         MOVE MAN-INS-ESPECIE    TO WRK-ESPECIE
016330         MOVE MAN-INS-REFERENCIA TO REL-COM-REFERENCIA
016340         MOVE "POSTADO NO ENVELOPE" TO REL-COM-DETALHE
016350         MOVE MAN-INS-ENVELOPE   TO REL-COM-DETALHE (21:7)
016360         MOVE MAN-INS-ARQUIVO    TO REL-COM-DETALHE (30:8)
016370     ELSE
016380         MOVE MAN-RET-DATA       TO REL-COM-DATA
016390         MOVE MAN-RET-CLIENTE    TO REL-COM-CONTA
016400         MOVE MAN-RET-ESPECIE    TO WRK-ESPECIE
016410         MOVE MAN-RET-REFERENCIA TO REL-COM-REFERENCIA
016420         MOVE "RETIDO -"         TO REL-COM-DETALHE
016430         MOVE MAN-RET-MOTIVO     TO REL-COM-DETALHE (10:30)
016440         MOVE MAN-RET-ARQUIVO    TO REL-COM-DETALHE (41:8)
016450     END-IF.
016460     PERFORM 8300-DESCREVER-DOCUMENTO
016470             THRU 8300-DESCREVER-DOCUMENTO-EXIT.
016480     WRITE REL-LINHA FROM REL-COMUNIC AFTER ADVANCING 1 LINE.
016490     ADD 1 TO WRK-CONT-COMUNIC.
016500 6400-LER-MANIFESTO-EXIT.
016510     EXIT.
016520
016530*----------------------------------------------------------*
016540* 6500-LISTAR-ALERTAS - ALERTAS DE TRANSACAO ENVIADOS NAS  *
016550*                 REMESSAS AO GATEWAY (CLIALRX)            *
016560*----------------------------------------------------------*
016570 6500-LISTAR-ALERTAS.
016580     OPEN INPUT REMESSA-ALERTAS.
016590     IF FS-REMESSA-ALERTAS NOT = "00"
016600         MOVE "    CLIALRX INDISPONIVEL" TO REL-SEC-TEXTO
016610         WRITE REL-LINHA FROM REL-SECAO AFTER ADVANCING 1 LINE
016620         GO TO 6500-LISTAR-ALERTAS-EXIT
016630     END-IF.
016640     MOVE "N" TO WRK-FIM-ALX.
016650     PERFORM 6600-LER-ALERTA THRU 6600-LER-ALERTA-EXIT
016660             UNTIL FIM-REMESSA.
016670     CLOSE REMESSA-ALERTAS.
016680 6500-LISTAR-ALERTAS-EXIT.
016690     EXIT.
016700
016710*----------------------------------------------------------*
016720* 6600-LER-ALERTA - UM ALERTA DAS CONTAS DO TITULAR        *
016730*----------------------------------------------------------*
016740 6600-LER-ALERTA.
016750     READ REMESSA-ALERTAS INTO ALX-DETALHE
016760         AT END
016770             SET FIM-REMESSA TO TRUE
016780             GO TO 6600-LER-ALERTA-EXIT
016790     END-READ.
016800     IF NOT ALX-E-DETALHE OR ALX-DET-CLIENTE NOT NUMERIC
016810         GO TO 6600-LER-ALERTA-EXIT
016820     END-IF.
016830     MOVE ALX-DET-CLIENTE TO WRK-CLI-BUSCA.
016840     PERFORM 8200-LOCALIZAR-PRINCIPAL
016850             THRU 8200-LOCALIZAR-PRINCIPAL-EXIT.
016860     IF WRK-IDX-CTA-ACHADO = ZEROS
016870         GO TO 6600-LER-ALERTA-EXIT
016880     END-IF.
016890     MOVE ALX-DET-DATA    TO REL-COM-DATA.
016900     MOVE ALX-DET-CLIENTE TO REL-COM-CONTA.
016910     IF ALX-DET-CANAL = "E"
016920         MOVE "E-MAIL" TO REL-COM-MEIO
016930     ELSE
016940         MOVE "SMS" TO REL-COM-MEIO
016950     END-IF.
016960     EVALUATE ALX-DET-EVENTO
016970         WHEN "S"
016980             MOVE "ALERTA SAQUE" TO REL-COM-DOCUMENTO
016990         WHEN "C"
017000             MOVE "ALERTA CRED." TO REL-COM-DOCUMENTO
017010         WHEN "D"
017020             MOVE "ALERTA CHEQ." TO REL-COM-DOCUMENTO
017030         WHEN "B"
017040             MOVE "ALERTA BLOQ." TO REL-COM-DOCUMENTO
017050         WHEN OTHER
017060             MOVE "ALERTA NEG. " TO REL-COM-DOCUMENTO
017070     END-EVALUATE.
017080     MOVE ALX-DET-SEQ     TO REL-COM-REFERENCIA.
017090     MOVE ALX-DET-CONTATO TO REL-COM-DETALHE.
017100     MOVE "REMESSA"       TO REL-COM-DETALHE (33:7).
017110     MOVE ALX-DET-REMESSA TO REL-COM-DETALHE (41:6).
017120     WRITE REL-LINHA FROM REL-COMUNIC AFTER ADVANCING 1 LINE.
017130     ADD 1 TO WRK-CONT-COMUNIC.
017140 6600-LER-ALERTA-EXIT.
017150     EXIT.
017160
017170*----------------------------------------------------------*
017180* 7000-REGISTRAR-EMISSAO - LOGA O RELATORIO NO CLIMLOG,    *
017190*                 UMA LINHA POR CONTA (DOCUMENTO NO ANTES, *
017200*                 NUMERO DO RELATORIO NO DEPOIS); SEM      *
017210*                 CONTA, UMA LINHA COM O CLIENTE ZERADO    *
017220*----------------------------------------------------------*
017230 7000-REGISTRAR-EMISSAO.
017240     OPEN EXTEND LOG-MANUTENCAO.
017250     IF FS-LOG-MANUTENCAO NOT = "00"
017260         DISPLAY "CLILGPD: ERRO AO ABRIR CLIMLOG - STATUS "
017270                 FS-LOG-MANUTENCAO " - RELATORIO " WRK-NUMERO-LGPD
017280                 " SEM REGISTRO NO LOG"
017290         GO TO 7000-REGISTRAR-EMISSAO-EXIT
017300     END-IF.
017310     MOVE "E"               TO MLOG-FUNCAO.
017320     MOVE "ACESSO LGPD "    TO MLOG-CAMPO.
017330     MOVE WRK-DOCUMENTO     TO MLOG-ANTES.
017340     MOVE WRK-NUMERO-LGPD   TO MLOG-DEPOIS.
017350     IF WRK-QTD-CTA = ZEROS
017360         MOVE ZEROS TO MLOG-CLIENTE
017370         PERFORM 7100-GRAVAR-LOG THRU 7100-GRAVAR-LOG-EXIT
017380     ELSE
017390         PERFORM 7050-REGISTRAR-CONTA
017400                 THRU 7050-REGISTRAR-CONTA-EXIT
017410                 VARYING WRK-IDX-CTA FROM 1 BY 1
017420                 UNTIL WRK-IDX-CTA > WRK-QTD-CTA
017430     END-IF.
017440     CLOSE LOG-MANUTENCAO.
017450 7000-REGISTRAR-EMISSAO-EXIT.
017460     EXIT.
017470
017480*----------------------------------------------------------*
017490* 7050-REGISTRAR-CONTA - UMA LINHA DE LOG POR CONTA        *
017500*----------------------------------------------------------*
017510 7050-REGISTRAR-CONTA.
017520     MOVE TAB-CTA-ID (WRK-IDX-CTA) TO MLOG-CLIENTE.
017530     PERFORM 7100-GRAVAR-LOG THRU 7100-GRAVAR-LOG-EXIT.
017540 7050-REGISTRAR-CONTA-EXIT.
017550     EXIT.
017560
017570*----------------------------------------------------------*
017580* 7100-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
017590*----------------------------------------------------------*
017600 7100-GRAVAR-LOG.
017610     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
017620*    TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
017630*    9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
017640     ACCEPT WRK-HORA-COMPLETA FROM TIME.
017650     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
017660     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
017670     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
017680 7100-GRAVAR-LOG-EXIT.
017690     EXIT.
017700
017710*----------------------------------------------------------*
017720* 8000-IMPRIMIR-CAMPO - IMPRIME UM CAMPO ROTULADO DO       *
017730*                 CADASTRO E LIMPA O VALOR                 *
017740*----------------------------------------------------------*
017750 8000-IMPRIMIR-CAMPO.
017760     WRITE REL-LINHA FROM REL-CAMPO AFTER ADVANCING 1 LINE.
017770     MOVE SPACES TO REL-CAMPO-VALOR.
017780 8000-IMPRIMIR-CAMPO-EXIT.
017790     EXIT.
017800
017810*----------------------------------------------------------*
017820* 8100-LOCALIZAR-CONTA - PROCURA WRK-CLI-BUSCA NA TABELA   *
017830*                 DE CONTAS; DEVOLVE O INDICE EM           *
017840*                 WRK-IDX-CTA-ACHADO (ZERO SE NAO ACHOU)   *
017850*----------------------------------------------------------*
017860 8100-LOCALIZAR-CONTA.
017870     MOVE ZEROS TO WRK-IDX-CTA-ACHADO.
017880     PERFORM 8150-COMPARAR-CONTA THRU 8150-COMPARAR-CONTA-EXIT
017890             VARYING WRK-IDX-BUSCA FROM 1 BY 1
017900             UNTIL WRK-IDX-BUSCA > WRK-QTD-CTA
017910                OR WRK-IDX-CTA-ACHADO NOT = ZEROS.
017920 8100-LOCALIZAR-CONTA-EXIT.
017930     EXIT.
017940
017950 8150-COMPARAR-CONTA.
017960     IF TAB-CTA-ID (WRK-IDX-BUSCA) = WRK-CLI-BUSCA
017970         MOVE WRK-IDX-BUSCA TO WRK-IDX-CTA-ACHADO
017980     END-IF.
017990 8150-COMPARAR-CONTA-EXIT.
018000     EXIT.
018010
018020*----------------------------------------------------------*
018030* 8200-LOCALIZAR-PRINCIPAL - COMO 8100, MAS SO ACEITA A    *
018040*                 CONTA EM QUE O DOCUMENTO E O TITULAR     *
018050*                 PRINCIPAL                                *
018060*----------------------------------------------------------*
018070 8200-LOCALIZAR-PRINCIPAL.
018080     PERFORM 8100-LOCALIZAR-CONTA THRU 8100-LOCALIZAR-CONTA-EXIT.
018090     IF WRK-IDX-CTA-ACHADO NOT = ZEROS
018100         IF NOT TAB-CTA-PRINCIPAL (WRK-IDX-CTA-ACHADO)
018110             MOVE ZEROS TO WRK-IDX-CTA-ACHADO
018120         END-IF
018130     END-IF.
018140 8200-LOCALIZAR-PRINCIPAL-EXIT.
018150     EXIT.
018160
018170*----------------------------------------------------------*
018180* 8300-DESCREVER-DOCUMENTO - NOME DA ESPECIE DE DOCUMENTO  *
018190*                 DO CLICORRG (GUARDADA EM WRK-ESPECIE)    *
018200*----------------------------------------------------------*
018210 8300-DESCREVER-DOCUMENTO.
018220     EVALUATE WRK-ESPECIE
018230         WHEN "C"
018240             MOVE "CARTA"      TO REL-COM-DOCUMENTO
018250         WHEN "D"
018260             MOVE "DECLARACAO" TO REL-COM-DOCUMENTO
018270         WHEN "E"
018280             MOVE "EXTRATO"    TO REL-COM-DOCUMENTO
018290         WHEN OTHER
018300             MOVE "DOCUMENTO"  TO REL-COM-DOCUMENTO
018310     END-EVALUATE.
018320 8300-DESCREVER-DOCUMENTO-EXIT.
018330     EXIT.
018340
018350 9999-EXIT.
018360     STOP RUN.
