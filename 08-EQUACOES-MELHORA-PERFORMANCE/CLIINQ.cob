000510*                    CONTA (ATE 10), LIDOS DA TRILHA        *
000520*                    CHAVEADA CLIAUDK - A CONSULTA DEIXA    *
000530*                    DE MOSTRAR SO O CLI-DATA-ULTIMO-JUROS. *
000540* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000550*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000560*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000570* 2026-10-15 EBC     STATUS "P" (CONTA BAIXADA PARA        *
000580*                    PREJUIZO PELO CLIBAIXA) EXIBIDO COMO  *
000590*                    "PREJUIZO".                           *
000600* 2026-10-15 EBC     STATUS "F" EXIBIDO COMO "FALECIDO" E  *
000610*                    AS COMUNICACOES DE OBITO DO CLIENTE   *
000620*                    (CLIOBITO, ABERTO SO PARA LEITURA E   *
000630*                    OPCIONAL) SAO LISTADAS NA CONSULTA    *
000640*                    POR NUMERO: DATA DO OBITO, TITULAR,   *
000650*                    TRATAMENTO DADO A CONTA E CERTIDAO.   *
000660* 2026-10-15 EBC     OS ULTIMOS LANCAMENTOS SAEM COM A     *
000670*                    SEQUENCIA DO CLIAUDK NO DIA, QUE COM  *
000680*                    O CLIENTE E A DATA IDENTIFICA O       *
000690*                    LANCAMENTO NO PEDIDO DE ESTORNO       *
000700*                    (CLIMAINT, FUNCAO "X"); A LINHA DE    *
000710*                    ESTORNO (ORIGEM "E") MOSTRA O         *
000720*                    LANCAMENTO ESTORNADO.                 *
000730* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000740*                    BYTES COM OS CICLOS DE                *
000750*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000760*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000770* 2026-10-15 EBC     CONTA EXPURGADA DO MESTRE PELO        *
000780*                    CLIENCEX CONTINUA CONSULTAVEL: SEM O  *
000790*                    CLIENTE NO CLIMSTR, A CONSULTA POR    *
000800*                    NUMERO LE O HISTORICO DE ENCERRADAS   *
000810*                    CLIENCER (OPCIONAL, SO LEITURA) E     *
000820*                    EXIBE OS DADOS DO MOMENTO DO EXPURGO, *
000830*                    MARCANDO QUANDO JA ANONIMIZADOS       *
000840*                    (LGPD); NA CONSULTA POR DOCUMENTO A   *
000850*                    CONTA APARECE COMO ENCERRADA.         *
000860* 2026-10-15 EBC     EXIBIDOS NA CONSULTA POR NUMERO OS    *
000870*                    PROCURADORES E REPRESENTANTES         *
000880*                    AUTORIZADOS HOJE A MOVIMENTAR A CONTA *
000890*                    (CLIPROC, MANTIDO PELO CLIMAINT,      *
000900*                    FUNCAO "P"; ABERTO SO PARA LEITURA E  *
000910*                    OPCIONAL): ATIVOS E DENTRO DA         *
000920*                    VIGENCIA, COM OS PODERES, O LIMITE    *
000930*                    POR MOVIMENTO E O FIM DA VIGENCIA.    *
000940* 2026-10-15 EBC     EXIBIDA NA CONSULTA POR NUMERO A DATA *
000950*                    DE NASCIMENTO DO TITULAR PRINCIPAL E, *
000960*                    ENQUANTO ELE FOR MENOR DE 18 ANOS, A  *
000970*                    DATA DA MAIORIDADE E O RESPONSAVEL    *
000980*                    LEGAL (CPF E NOME), UNICO AUTORIZADO  *
000990*                    A DEBITAR A CONTA.                    *
001000* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
001010*                    BYTES COM O TETO DE GARANTIA DO FGC   *
001020*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
001030* 2026-10-15 EBC     EXIBE A PREFERENCIA DE ALERTA DE      *
001040*                    TRANSACAO DA CONTA (CANAL, VALOR      *
001050*                    MINIMO E EVENTOS) E O E-MAIL OU       *
001060*                    TELEFONE DEVOLVIDO PELO GATEWAY DE    *
001070*                    MENSAGENS, A CORRIGIR NA FUNCAO "D"   *
001080*                    DO CLIMAINT.                          *
001090* 2026-10-15 EBC     ARQUIVOS OPCIONAIS ABERTOS PASSAM A   *
001100*                    SER MARCADOS POR CHAVE PROPRIA NA     *
001110*                    ABERTURA: O FILE STATUS MUDA NA       *
001120*                    LEITURA CHAVEADA E NO START SEM       *
001130*                    SUCESSO, E APOS O PRIMEIRO CLIENTE    *
001140*                    SEM EXPURGO, PROCURADOR ETC. AS       *
001150*                    CONSULTAS SEGUINTES OMITIAM A SECAO E *
001160*                    O ARQUIVO FICAVA SEM CLOSE.           *
001170*----------------------------------------------------------*
001180 ENVIRONMENT             DIVISION.
001190 CONFIGURATION           SECTION.
001200 SPECIAL-NAMES.
001210     DECIMAL-POINT IS COMMA.
001220
001230 INPUT-OUTPUT            SECTION.
001240 FILE-CONTROL.
001250     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS CLI-ID
001290         FILE STATUS IS FS-CLIENTES-MASTER.
001300     SELECT TITULARES ASSIGN TO "CLITITU"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS TIT-CHAVE
001340         FILE STATUS IS FS-TITULARES.
001350     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS BLQ-CHAVE
001390         FILE STATUS IS FS-BLOQUEIOS.
001400     SELECT LIMITES ASSIGN TO "CLILIMIT"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS LIM-CLI-ID
001440         FILE STATUS IS FS-LIMITES.
001450     SELECT PARAMETROS ASSIGN TO "CLIPARM"
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS FS-PARAMETROS.
001480     SELECT REFERENCIA ASSIGN TO "CLIXREF"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS XRF-CHAVE
001520         FILE STATUS IS FS-REFERENCIA.
001530     SELECT FLUTUANTES ASSIGN TO "CLIFLOAT"
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS DYNAMIC
001560         RECORD KEY IS FLT-CHAVE
001570         FILE STATUS IS FS-FLUTUANTES.
001580     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001610         RECORD KEY IS AUDK-CHAVE
001620         FILE STATUS IS FS-AUDK.
001630     SELECT OBITOS ASSIGN TO "CLIOBITO"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS OBT-CHAVE
001670         FILE STATUS IS FS-OBITOS.
001680     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS DYNAMIC
001710         RECORD KEY IS ENC-CLI-ID
001720         FILE STATUS IS FS-ENCERRADAS.
001730     SELECT PROCURADORES ASSIGN TO "CLIPROC"
001740         ORGANIZATION IS INDEXED
001750         ACCESS MODE IS DYNAMIC
001760         RECORD KEY IS PRC-CHAVE
001770         FILE STATUS IS FS-PROCURADORES.
001780
001790 DATA                    DIVISION.
001800 FILE                    SECTION.
001810 FD  CLIENTES-MASTER
001820     LABEL RECORD IS STANDARD.
001830     COPY CLIREG.
001840
001850 FD  TITULARES
001860     LABEL RECORD IS STANDARD.
001870     COPY CLITITRG.
001880
001890 FD  BLOQUEIOS
001900     LABEL RECORD IS STANDARD.
001910     COPY CLIBLQRG.
001920
001930 FD  LIMITES
001940     LABEL RECORD IS STANDARD.
001950     COPY CLILIMRG.
001960
001970 FD  REFERENCIA
001980     LABEL RECORD IS STANDARD.
001990     COPY CLIXREFR.
002000
002010 FD  FLUTUANTES
002020     LABEL RECORD IS STANDARD.
002030     COPY CLIFLTRG.
002040
002050 FD  AUDITORIA-CHAVEADA
002060     LABEL RECORD IS STANDARD.
002070     COPY CLIAUKRG.
002080
002090 FD  OBITOS
002100     LABEL RECORD IS STANDARD.
002110     COPY CLIOBTRG.
002120
002130 FD  ENCERRADAS
002140     LABEL RECORD IS STANDARD.
002150     COPY CLIENCRG.
002160
002170 FD  PROCURADORES
002180     LABEL RECORD IS STANDARD.
002190     COPY CLIPRCRG.
002200
002210 FD  PARAMETROS
002220     LABEL RECORD IS STANDARD.
002230 01  PARM-REGISTRO.
002240     05  PARM-FATOR-JUROS    PICTURE 9V99.
002250     05  PARM-FATOR-MULTA    PICTURE 9V99.
002260     05  PARM-FATOR-PREMIUM  PICTURE 9V99.
002270     05  PARM-FATOR-EMPRESA  PICTURE 9V99.
002280     05  PARM-FATOR-USD      PICTURE 9V99.
002290     05  PARM-FATOR-EUR      PICTURE 9V99.
002300     05  PARM-LIMITE-OVERDR  PICTURE S9(10).
002310     05  PARM-SALDO-MAXIMO   PICTURE 9(10).
002320     05  PARM-TIPO-EXECUCAO  PICTURE X(01).
002330     05  PARM-SIMBOLO-MOEDA  PICTURE X(03).
002340     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
002350     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
002360     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
002370     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
002380     05  PARM-DIAS-CARTA     PICTURE 9(02).
002390     05  PARM-PCT-INDICE     PICTURE 9(03).
002400     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
002410     05  PARM-LIM-MOV-MES    PICTURE 9(10).
002420     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
002430     05  PARM-IOF-DIARIO     PICTURE V9(06).
002440     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
002450     05  PARM-CICLO-ALTO     PICTURE 9(02).
002460     05  PARM-CICLO-MEDIO    PICTURE 9(02).
002470     05  PARM-CICLO-BAIXO    PICTURE 9(02).
002480     05  PARM-CARENCIA-KYC   PICTURE 9(02).
002490     05  PARM-TETO-FGC       PICTURE 9(10).
002500
002510 WORKING-STORAGE         SECTION.
002520 01  WRK-FLAGS.
002530     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
002540         88  SAIR-DO-MENU                       VALUE "S".
002550 01  WRK-FLAGS-ABERTURA.
002560     05  WRK-TEM-TIT         PICTURE X(01)      VALUE "N".
002570         88  ARQUIVO-TIT-OK                     VALUE "S".
002580     05  WRK-TEM-BLQ         PICTURE X(01)      VALUE "N".
002590         88  ARQUIVO-BLQ-OK                     VALUE "S".
002600     05  WRK-TEM-LIM         PICTURE X(01)      VALUE "N".
002610         88  ARQUIVO-LIM-OK                     VALUE "S".
002620     05  WRK-TEM-XREF        PICTURE X(01)      VALUE "N".
002630         88  ARQUIVO-XREF-OK                    VALUE "S".
002640     05  WRK-TEM-FLT         PICTURE X(01)      VALUE "N".
002650         88  ARQUIVO-FLT-OK                     VALUE "S".
002660     05  WRK-TEM-AUDK        PICTURE X(01)      VALUE "N".
002670         88  ARQUIVO-AUDK-OK                    VALUE "S".
002680     05  WRK-TEM-OBT         PICTURE X(01)      VALUE "N".
002690         88  ARQUIVO-OBT-OK                     VALUE "S".
002700     05  WRK-TEM-ENC         PICTURE X(01)      VALUE "N".
002710         88  ARQUIVO-ENC-OK                     VALUE "S".
002720     05  WRK-TEM-PRC         PICTURE X(01)      VALUE "N".
002730         88  ARQUIVO-PRC-OK                     VALUE "S".
002740 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
002750 01  FS-TITULARES            PICTURE X(02)      VALUE "00".
002760 01  WRK-FLAGS-TITULAR.
002770     05  WRK-FIM-TIT         PICTURE X(01)      VALUE "N".
002780         88  FIM-TITULARES                      VALUE "S".
002790 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
002800 77  WRK-SALDO-ED             PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002810 77  WRK-GANHO-ED             PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002820 77  WRK-ACUMULADO-ED         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002830 77  WRK-STATUS-EXT           PICTURE X(08)      VALUE SPACES.
002840 77  WRK-TIPO-EXT             PICTURE X(12)      VALUE SPACES.
002850 01  FS-BLOQUEIOS             PICTURE X(02)      VALUE "00".
002860 01  WRK-FLAGS-BLOQUEIO.
002870     05  WRK-FIM-BLQ          PICTURE X(01)      VALUE "N".
002880         88  FIM-BLOQUEIOS                       VALUE "S".
002890 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
002900 77  WRK-TOTAL-BLOQUEADO      PICTURE S9(11)     COMP VALUE ZEROS.
002910 77  WRK-SALDO-DISPONIVEL     PICTURE S9(11)     COMP VALUE ZEROS.
002920 77  WRK-BLOQUEADO-ED         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002930 77  WRK-DISPONIVEL-ED        PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002940 01  FS-LIMITES               PICTURE X(02)      VALUE "00".
002950 01  FS-PARAMETROS            PICTURE X(02)      VALUE "00".
002960 77  WRK-LIMITE-PADRAO        PICTURE S9(10)     VALUE -500000.
002970 77  WRK-LIMITE-CONTA         PICTURE S9(10)     VALUE ZEROS.
002980 77  WRK-LIMITE-ED            PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002990 77  WRK-LIMITE-FONTE         PICTURE X(12)      VALUE SPACES.
003000 01  FS-REFERENCIA            PICTURE X(02)      VALUE "00".
003010 01  WRK-FLAGS-XREF.
003020     05  WRK-FIM-XREF         PICTURE X(01)      VALUE "N".
003030         88  FIM-REFERENCIA                      VALUE "S".
003040 77  WRK-DOCUMENTO            PICTURE 9(14)      VALUE ZEROS.
003050 77  WRK-CONT-CONTAS          PICTURE 9(04)      COMP VALUE ZEROS.
003060 01  FS-FLUTUANTES            PICTURE X(02)      VALUE "00".
003070 01  WRK-FLAGS-FLOAT.
003080     05  WRK-FIM-FLT          PICTURE X(01)      VALUE "N".
003090         88  FIM-FLUTUANTES                      VALUE "S".
003100 77  WRK-TOTAL-FLUTUANTE      PICTURE S9(11)     COMP VALUE ZEROS.
003110 77  WRK-FLUTUANTE-ED         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003120 01  FS-AUDK                  PICTURE X(02)      VALUE "00".
003130 01  WRK-FLAGS-AUDK.
003140     05  WRK-FIM-AUDK         PICTURE X(01)      VALUE "N".
003150         88  FIM-TRILHA-CHAVEADA                 VALUE "S".
003160 77  WRK-IDX-ULT              PICTURE 9(02)      COMP VALUE ZEROS.
003170 77  WRK-QTD-ULT              PICTURE 9(02)      COMP VALUE ZEROS.
003180 77  WRK-PROX-ULT             PICTURE 9(02)      COMP VALUE ZEROS.
003190 77  WRK-MAX-ULT              PICTURE 9(02)      COMP VALUE 10.
003200 77  WRK-SEQ-ULT              PICTURE 9(04)      VALUE ZEROS.
003210 01  FS-OBITOS                PICTURE X(02)      VALUE "00".
003220 01  WRK-FLAGS-OBITO.
003230     05  WRK-FIM-OBT          PICTURE X(01)      VALUE "N".
003240         88  FIM-OBITOS                          VALUE "S".
003250 77  WRK-TRATAMENTO-EXT       PICTURE X(20)      VALUE SPACES.
003260 01  FS-ENCERRADAS            PICTURE X(02)      VALUE "00".
003270 01  FS-PROCURADORES          PICTURE X(02)      VALUE "00".
003280 01  WRK-FLAGS-PROCURADOR.
003290     05  WRK-FIM-PRC          PICTURE X(01)      VALUE "N".
003300         88  FIM-PROCURADORES                    VALUE "S".
003310 77  WRK-QTD-PROC             PICTURE 9(04)      COMP VALUE ZEROS.
003320 77  WRK-LIMITE-PRC-ED        PICTURE Z.ZZZ.ZZZ.ZZ9,99.
003330 77  WRK-DATA-MAIORIDADE      PICTURE 9(08)      VALUE ZEROS.
003340
003350*----------------------------------------------------------*
003360* ANEL COM OS ULTIMOS LANCAMENTOS DO CLIENTE CONSULTADO    *
003370* (IMAGENS DO CLIAUDK, LAYOUT CLIAUDRG)                    *
003380*----------------------------------------------------------*
003390 01  TAB-ULTIMOS.
003400     05  TAB-ULT-ITEM            OCCURS 10 TIMES.
003410         10  TAB-ULT-LINHA       PICTURE X(100).
003420         10  TAB-ULT-SEQ         PICTURE 9(04).
003430
003440*----------------------------------------------------------*
003450* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
003460*----------------------------------------------------------*
003470     COPY CLIAUDRG.
003480
003490 PROCEDURE               DIVISION.
003500*----------------------------------------------------------*
003510* 0000-MAINLINE - ABRE O MESTRE E CONTROLA O MENU DE        *
003520*                 CONSULTA                                  *
003530*----------------------------------------------------------*
003540 0000-MAINLINE.
003550     OPEN INPUT CLIENTES-MASTER.
003560     IF FS-CLIENTES-MASTER NOT = "00"
003570         DISPLAY "CLIINQ: ERRO AO ABRIR CLIMSTR - STATUS "
003580                 FS-CLIENTES-MASTER
003590         GO TO 9999-EXIT
003600     END-IF.
003610     OPEN INPUT TITULARES.
003620     IF FS-TITULARES = "00"
003630         SET ARQUIVO-TIT-OK TO TRUE
003640     ELSE
003650         DISPLAY "CLIINQ: CLITITU INDISPONIVEL - STATUS "
003660                 FS-TITULARES " - TITULARES NAO EXIBIDOS"
003670     END-IF.
003680     OPEN INPUT BLOQUEIOS.
003690     IF FS-BLOQUEIOS = "00"
003700         SET ARQUIVO-BLQ-OK TO TRUE
003710     ELSE
003720         DISPLAY "CLIINQ: CLIBLOQ INDISPONIVEL - STATUS "
003730                 FS-BLOQUEIOS " - BLOQUEIOS NAO EXIBIDOS"
003740     END-IF.
003750     OPEN INPUT LIMITES.
003760     IF FS-LIMITES = "00"
003770         SET ARQUIVO-LIM-OK TO TRUE
003780     ELSE
003790         DISPLAY "CLIINQ: CLILIMIT INDISPONIVEL - STATUS "
003800                 FS-LIMITES " - VALE O LIMITE DO CLIPARM"
003810     END-IF.
003820     OPEN INPUT REFERENCIA.
003830     IF FS-REFERENCIA = "00"
003840         SET ARQUIVO-XREF-OK TO TRUE
003850     ELSE
003860         DISPLAY "CLIINQ: CLIXREF INDISPONIVEL - STATUS "
003870                 FS-REFERENCIA " - CONSULTA POR DOCUMENTO "
003880                 "DESLIGADA"
003890     END-IF.
003900     OPEN INPUT FLUTUANTES.
003910     IF FS-FLUTUANTES = "00"
003920         SET ARQUIVO-FLT-OK TO TRUE
003930     ELSE
003940         DISPLAY "CLIINQ: CLIFLOAT INDISPONIVEL - STATUS "
003950                 FS-FLUTUANTES " - FLOAT NAO EXIBIDO"
003960     END-IF.
003970     OPEN INPUT AUDITORIA-CHAVEADA.
003980     IF FS-AUDK = "00"
003990         SET ARQUIVO-AUDK-OK TO TRUE
004000     ELSE
004010         DISPLAY "CLIINQ: CLIAUDK INDISPONIVEL - STATUS "
004020                 FS-AUDK " - ULTIMOS LANCAMENTOS NAO EXIBIDOS"
004030     END-IF.
004040     OPEN INPUT OBITOS.
004050     IF FS-OBITOS = "00"
004060         SET ARQUIVO-OBT-OK TO TRUE
004070     ELSE
004080         DISPLAY "CLIINQ: CLIOBITO INDISPONIVEL - STATUS "
004090                 FS-OBITOS " - OBITOS NAO EXIBIDOS"
004100     END-IF.
004110     OPEN INPUT ENCERRADAS.
004120     IF FS-ENCERRADAS = "00"
004130         SET ARQUIVO-ENC-OK TO TRUE
004140     ELSE
004150         DISPLAY "CLIINQ: CLIENCER INDISPONIVEL - STATUS "
004160                 FS-ENCERRADAS " - CONTAS EXPURGADAS NAO EXIBIDAS"
004170     END-IF.
004180     OPEN INPUT PROCURADORES.
004190     IF FS-PROCURADORES = "00"
004200         SET ARQUIVO-PRC-OK TO TRUE
004210     ELSE
004220         DISPLAY "CLIINQ: CLIPROC INDISPONIVEL - STATUS "
004230                 FS-PROCURADORES " - REPRESENTANTES NAO EXIBIDOS"
004240     END-IF.
004250     OPEN INPUT PARAMETROS.
004260     IF FS-PARAMETROS = "00"
004270         READ PARAMETROS
004280             AT END
004290                 CONTINUE
004300             NOT AT END
004310                 MOVE PARM-LIMITE-OVERDR TO WRK-LIMITE-PADRAO
004320         END-READ
004330         CLOSE PARAMETROS
004340     END-IF.
004350     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
004360     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
004370             UNTIL SAIR-DO-MENU.
004380     CLOSE CLIENTES-MASTER.
004390     IF ARQUIVO-TIT-OK
004400         CLOSE TITULARES
004410     END-IF.
004420     IF ARQUIVO-BLQ-OK
004430         CLOSE BLOQUEIOS
004440     END-IF.
004450     IF ARQUIVO-LIM-OK
004460         CLOSE LIMITES
004470     END-IF.
004480     IF ARQUIVO-XREF-OK
004490         CLOSE REFERENCIA
004500     END-IF.
004510     IF ARQUIVO-FLT-OK
004520         CLOSE FLUTUANTES
004530     END-IF.
004540     IF ARQUIVO-AUDK-OK
004550         CLOSE AUDITORIA-CHAVEADA
004560     END-IF.
004570     IF ARQUIVO-OBT-OK
004580         CLOSE OBITOS
004590     END-IF.
004600     IF ARQUIVO-ENC-OK
004610         CLOSE ENCERRADAS
004620     END-IF.
004630     IF ARQUIVO-PRC-OK
004640         CLOSE PROCURADORES
004650     END-IF.
004660     GO TO 9999-EXIT.
004670
004680*----------------------------------------------------------*
004690* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA PARA A    *
004700*                    FUNCAO ESCOLHIDA                       *
004710*----------------------------------------------------------*
004720 1000-EXIBIR-MENU.
004730     DISPLAY "--------------------------------------------".
004740     DISPLAY "CONSULTA DE CLIENTES (SOMENTE LEITURA)".
004750     DISPLAY "  C - CONSULTAR CLIENTE PELO NUMERO".
004760     DISPLAY "  D - CONSULTAR POR CPF/CNPJ".
004770     DISPLAY "  S - SAIR".
004780     DISPLAY "--------------------------------------------".
004790     DISPLAY "OPCAO: ".
004800     ACCEPT WRK-OPCAO.
004810     EVALUATE WRK-OPCAO
004820         WHEN "C"
004830             PERFORM 2000-CONSULTAR-CLIENTE
004840                     THRU 2000-CONSULTAR-CLIENTE-EXIT
004850         WHEN "D"
004860             IF ARQUIVO-XREF-OK
004870                 PERFORM 3000-CONSULTAR-DOCUMENTO
004880                         THRU 3000-CONSULTAR-DOCUMENTO-EXIT
004890             ELSE
004900                 DISPLAY "CLIINQ: CLIXREF INDISPONIVEL"
004910             END-IF
004920         WHEN "S"
004930             SET SAIR-DO-MENU TO TRUE
004940         WHEN OTHER
004950             DISPLAY "CLIINQ: OPCAO INVALIDA"
004960     END-EVALUATE.
004970 1000-EXIBIR-MENU-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------*
005010* 2000-CONSULTAR-CLIENTE - LE O CLIENTE PELA CHAVE E        *
005020*                       EXIBE OS DADOS NA TELA              *
005030*----------------------------------------------------------*
005040 2000-CONSULTAR-CLIENTE.
005050     DISPLAY "NUMERO DO CLIENTE A CONSULTAR: ".
005060     ACCEPT CLI-ID.
005070     READ CLIENTES-MASTER
005080         INVALID KEY
005090             IF ARQUIVO-ENC-OK
005100                 PERFORM 2800-CONSULTAR-ENCERRADA
005110                         THRU 2800-CONSULTAR-ENCERRADA-EXIT
005120             ELSE
005130                 DISPLAY "CLIINQ: CLIENTE " CLI-ID
005140                         " NAO ENCONTRADO"
005150             END-IF
005160             GO TO 2000-CONSULTAR-CLIENTE-EXIT
005170     END-READ.
005180     PERFORM 2100-FORMATAR-CAMPOS
005190             THRU 2100-FORMATAR-CAMPOS-EXIT.
005200     DISPLAY "--------------------------------------------".
005210     DISPLAY "NUMERO        : " CLI-ID.
005220     DISPLAY "NOME          : " CLI-NOME.
005230     DISPLAY "AGENCIA       : " CLI-AGENCIA.
005240     DISPLAY "SALDO ATUAL   : " WRK-SALDO-ED.
005250     MOVE ZEROS TO WRK-TOTAL-BLOQUEADO WRK-TOTAL-FLUTUANTE.
005260     IF ARQUIVO-BLQ-OK
005270         PERFORM 2300-SOMAR-BLOQUEIOS
005280                 THRU 2300-SOMAR-BLOQUEIOS-EXIT
005290         MOVE WRK-TOTAL-BLOQUEADO TO WRK-BLOQUEADO-ED
005300         DISPLAY "TOTAL BLOQUEADO : " WRK-BLOQUEADO-ED
005310     END-IF.
005320     IF ARQUIVO-FLT-OK
005330         PERFORM 2400-SOMAR-FLUTUANTES
005340                 THRU 2400-SOMAR-FLUTUANTES-EXIT
005350         MOVE WRK-TOTAL-FLUTUANTE TO WRK-FLUTUANTE-ED
005360         DISPLAY "FUNDOS EM COMPENSACAO: " WRK-FLUTUANTE-ED
005370     END-IF.
005380     COMPUTE WRK-SALDO-DISPONIVEL = CLI-SALDO
005390             - WRK-TOTAL-BLOQUEADO - WRK-TOTAL-FLUTUANTE.
005400     MOVE WRK-SALDO-DISPONIVEL TO WRK-DISPONIVEL-ED.
005410     DISPLAY "SALDO DISPONIVEL: " WRK-DISPONIVEL-ED.
005420     MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-CONTA.
005430     MOVE "PADRAO      " TO WRK-LIMITE-FONTE.
005440     IF ARQUIVO-LIM-OK
005450         MOVE CLI-ID TO LIM-CLI-ID
005460         READ LIMITES
005470             INVALID KEY
005480                 CONTINUE
005490             NOT INVALID KEY
005500                 MOVE LIM-VALOR TO WRK-LIMITE-CONTA
005510                 MOVE "CONTRATADO  " TO WRK-LIMITE-FONTE
005520         END-READ
005530     END-IF.
005540     MOVE WRK-LIMITE-CONTA TO WRK-LIMITE-ED.
005550     DISPLAY "LIMITE CH.ESP : " WRK-LIMITE-ED " ("
005560             WRK-LIMITE-FONTE ")".
005570     IF ARQUIVO-AUDK-OK
005580         PERFORM 2600-ULTIMOS-LANCAMENTOS
005590                 THRU 2600-ULTIMOS-LANCAMENTOS-EXIT
005600     END-IF.
005610     DISPLAY "STATUS        : " WRK-STATUS-EXT.
005620     DISPLAY "TIPO DE CONTA : " WRK-TIPO-EXT.
005630     DISPLAY "JUROS ANO     : " WRK-GANHO-ED.
005640     DISPLAY "JUROS ACUMULADO NAO CAPITALIZADO: "
005650             WRK-ACUMULADO-ED.
005660     DISPLAY "DATA ULTIMO JUROS (AAAAMMDD): "
005670             CLI-DATA-ULTIMO-JUROS.
005680     DISPLAY "ENDERECO      : " CLI-ENDERECO.
005690     DISPLAY "CIDADE/UF     : " CLI-CIDADE " " CLI-UF.
005700     DISPLAY "CEP           : " CLI-CEP.
005710     DISPLAY "TELEFONE      : " CLI-TELEFONE.
005720     DISPLAY "E-MAIL        : " CLI-EMAIL.
005730     IF CLI-ALERTA-VALOR-MIN IS NUMERIC
005740             AND NOT ALERTA-DESLIGADO
005750         DISPLAY "ALERTA        : CANAL " CLI-ALERTA-CANAL
005760                 " MINIMO " CLI-ALERTA-VALOR-MIN " EVENTOS "
005770                 CLI-ALERTA-EVENTOS
005780     END-IF.
005790     IF CLI-ALERTA-VALOR-MIN IS NUMERIC AND EMAIL-DEVOLVIDO
005800         DISPLAY "** E-MAIL DEVOLVIDO PELO GATEWAY - CORRIGIR"
005810     END-IF.
005820     IF CLI-ALERTA-VALOR-MIN IS NUMERIC AND FONE-DEVOLVIDO
005830         DISPLAY "** TELEFONE RECUSADO PELO GATEWAY - CORRIGIR"
005840     END-IF.
005850     IF CLI-DATA-NASCIMENTO IS NUMERIC
005860             AND CLI-DATA-NASCIMENTO NOT = ZEROS
005870         DISPLAY "NASCIMENTO    : " CLI-DATA-NASCIMENTO
005880         COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASCIMENTO
005890                 + 180000
005900         IF WRK-DATA-SISTEMA < WRK-DATA-MAIORIDADE
005910             DISPLAY "TITULAR MENOR - MAIORIDADE EM "
005920                     WRK-DATA-MAIORIDADE
005930             DISPLAY "RESPONSAVEL   : " CLI-RESP-CPF " "
005940                     CLI-RESP-NOME
005950         END-IF
005960     END-IF.
005970     IF ARQUIVO-TIT-OK
005980         PERFORM 2200-LISTAR-TITULARES
005990                 THRU 2200-LISTAR-TITULARES-EXIT
006000     END-IF.
006010     IF ARQUIVO-PRC-OK
006020         PERFORM 2900-LISTAR-PROCURADORES
006030                 THRU 2900-LISTAR-PROCURADORES-EXIT
006040     END-IF.
006050     IF ARQUIVO-OBT-OK
006060         PERFORM 2700-LISTAR-OBITOS
006070                 THRU 2700-LISTAR-OBITOS-EXIT
006080     END-IF.
006090     DISPLAY "--------------------------------------------".
006100 2000-CONSULTAR-CLIENTE-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 2100-FORMATAR-CAMPOS - CONVERTE OS CAMPOS EDITADOS E OS   *
006150*                     CODIGOS DE STATUS/TIPO PARA TEXTO     *
006160*----------------------------------------------------------*
006170 2100-FORMATAR-CAMPOS.
006180     MOVE CLI-SALDO           TO WRK-SALDO-ED.
006190     MOVE CLI-SALDO-GANHO-ANO TO WRK-GANHO-ED.
006200     MOVE CLI-JUROS-ACUMULADO TO WRK-ACUMULADO-ED.
006210     IF CLI-ATIVO
006220         MOVE "ATIVO" TO WRK-STATUS-EXT
006230     ELSE
006240         IF CLI-DORMENTE
006250             MOVE "DORMENTE" TO WRK-STATUS-EXT
006260         ELSE
006270             IF CLI-PREJUIZO
006280                 MOVE "PREJUIZO" TO WRK-STATUS-EXT
006290             ELSE
006300                 IF CLI-FALECIDO
006310                     MOVE "FALECIDO" TO WRK-STATUS-EXT
006320                 ELSE
006330                     MOVE "INATIVO" TO WRK-STATUS-EXT
006340                 END-IF
006350             END-IF
006360         END-IF
006370     END-IF.
006380     IF CONTA-POUPANCA
006390         MOVE "POUPANCA" TO WRK-TIPO-EXT
006400     ELSE
006410         IF CONTA-PREMIUM
006420             MOVE "PREMIUM" TO WRK-TIPO-EXT
006430         ELSE
006440             MOVE "EMPRESARIAL" TO WRK-TIPO-EXT
006450         END-IF
006460     END-IF.
006470 2100-FORMATAR-CAMPOS-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------*
006510* 2200-LISTAR-TITULARES - LISTA OS TITULARES ADICIONAIS DA *
006520*                      CONTA CONSULTADA                    *
006530*----------------------------------------------------------*
006540 2200-LISTAR-TITULARES.
006550     MOVE "N" TO WRK-FIM-TIT.
006560     MOVE CLI-ID TO TIT-CLI-ID.
006570     MOVE ZEROS  TO TIT-SEQ.
006580     START TITULARES KEY IS GREATER THAN TIT-CHAVE
006590         INVALID KEY
006600             SET FIM-TITULARES TO TRUE
006610     END-START.
006620     PERFORM 2250-EXIBIR-TITULAR
006630             THRU 2250-EXIBIR-TITULAR-EXIT
006640             UNTIL FIM-TITULARES.
006650 2200-LISTAR-TITULARES-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------*
006690* 2250-EXIBIR-TITULAR - EXIBE UM TITULAR ADICIONAL         *
006700*----------------------------------------------------------*
006710 2250-EXIBIR-TITULAR.
006720     READ TITULARES NEXT RECORD
006730         AT END
006740             SET FIM-TITULARES TO TRUE
006750             GO TO 2250-EXIBIR-TITULAR-EXIT
006760     END-READ.
006770     IF TIT-CLI-ID NOT = CLI-ID
006780         SET FIM-TITULARES TO TRUE
006790         GO TO 2250-EXIBIR-TITULAR-EXIT
006800     END-IF.
006810     DISPLAY "TITULAR " TIT-SEQ "    : " TIT-NOME
006820             " DOC " TIT-DOCUMENTO " " TIT-TIPO-DOC.
006830 2250-EXIBIR-TITULAR-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------*
006870* 2300-SOMAR-BLOQUEIOS - SOMA OS BLOQUEIOS VIGENTES DO     *
006880*                      CLIENTE CONSULTADO (DATA DE         *
006890*                      LIBERACAO ZERADA OU POSTERIOR A     *
006900*                      DATA DO SISTEMA)                    *
006910*----------------------------------------------------------*
006920 2300-SOMAR-BLOQUEIOS.
006930     MOVE ZEROS TO WRK-TOTAL-BLOQUEADO.
006940     MOVE "N" TO WRK-FIM-BLQ.
006950     MOVE CLI-ID TO BLQ-CLI-ID.
006960     MOVE ZEROS  TO BLQ-SEQ.
006970     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
006980         INVALID KEY
006990             SET FIM-BLOQUEIOS TO TRUE
007000     END-START.
007010     PERFORM 2350-LER-BLOQUEIO THRU 2350-LER-BLOQUEIO-EXIT
007020             UNTIL FIM-BLOQUEIOS.
007030 2300-SOMAR-BLOQUEIOS-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------*
007070* 2350-LER-BLOQUEIO - TRATA UM BLOQUEIO DO CLIENTE         *
007080*----------------------------------------------------------*
007090 2350-LER-BLOQUEIO.
007100     READ BLOQUEIOS NEXT RECORD
007110         AT END
007120             SET FIM-BLOQUEIOS TO TRUE
007130             GO TO 2350-LER-BLOQUEIO-EXIT
007140     END-READ.
007150     IF BLQ-CLI-ID NOT = CLI-ID
007160         SET FIM-BLOQUEIOS TO TRUE
007170         GO TO 2350-LER-BLOQUEIO-EXIT
007180     END-IF.
007190     IF BLQ-DATA-LIBERACAO = ZEROS
007200             OR BLQ-DATA-LIBERACAO > WRK-DATA-SISTEMA
007210         ADD BLQ-VALOR TO WRK-TOTAL-BLOQUEADO
007220     END-IF.
007230 2350-LER-BLOQUEIO-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------*
007270* 2400-SOMAR-FLUTUANTES - SOMA OS FUNDOS EM COMPENSACAO    *
007280*                      PENDENTES DO CLIENTE CONSULTADO     *
007290*                      (LIBERACAO POSTERIOR A DATA DO      *
007300*                      SISTEMA)                            *
007310*----------------------------------------------------------*
007320 2400-SOMAR-FLUTUANTES.
007330     MOVE ZEROS TO WRK-TOTAL-FLUTUANTE.
007340     MOVE "N" TO WRK-FIM-FLT.
007350     MOVE CLI-ID TO FLT-CLI-ID.
007360     MOVE ZEROS  TO FLT-SEQ.
007370     START FLUTUANTES KEY IS GREATER THAN FLT-CHAVE
007380         INVALID KEY
007390             SET FIM-FLUTUANTES TO TRUE
007400     END-START.
007410     PERFORM 2450-LER-FLUTUANTE THRU 2450-LER-FLUTUANTE-EXIT
007420             UNTIL FIM-FLUTUANTES.
007430 2400-SOMAR-FLUTUANTES-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------*
007470* 2450-LER-FLUTUANTE - TRATA UM REGISTRO DO FLOAT          *
007480*----------------------------------------------------------*
007490 2450-LER-FLUTUANTE.
007500     READ FLUTUANTES NEXT RECORD
007510         AT END
007520             SET FIM-FLUTUANTES TO TRUE
007530             GO TO 2450-LER-FLUTUANTE-EXIT
007540     END-READ.
007550     IF FLT-CLI-ID NOT = CLI-ID
007560         SET FIM-FLUTUANTES TO TRUE
007570         GO TO 2450-LER-FLUTUANTE-EXIT
007580     END-IF.
007590     IF FLT-PENDENTE AND FLT-DATA-DISPON > WRK-DATA-SISTEMA
007600         ADD FLT-VALOR TO WRK-TOTAL-FLUTUANTE
007610     END-IF.
007620 2450-LER-FLUTUANTE-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------*
007660* 2600-ULTIMOS-LANCAMENTOS - LE A TRILHA CHAVEADA DO       *
007670*                      CLIENTE E EXIBE OS ULTIMOS          *
007680*                      LANCAMENTOS (ANEL DE 10)            *
007690*----------------------------------------------------------*
007700 2600-ULTIMOS-LANCAMENTOS.
007710     MOVE "N" TO WRK-FIM-AUDK.
007720     MOVE ZEROS TO WRK-QTD-ULT WRK-PROX-ULT.
007730     MOVE CLI-ID TO AUDK-CLIENTE.
007740     MOVE ZEROS TO AUDK-DATA AUDK-SEQ.
007750     START AUDITORIA-CHAVEADA KEY IS GREATER THAN AUDK-CHAVE
007760         INVALID KEY
007770             SET FIM-TRILHA-CHAVEADA TO TRUE
007780     END-START.
007790     PERFORM 2650-COLETAR-LANCAMENTO
007800             THRU 2650-COLETAR-LANCAMENTO-EXIT
007810             UNTIL FIM-TRILHA-CHAVEADA.
007820     IF WRK-QTD-ULT = ZEROS
007830         DISPLAY "SEM LANCAMENTOS NA TRILHA CHAVEADA"
007840         GO TO 2600-ULTIMOS-LANCAMENTOS-EXIT
007850     END-IF.
007860     DISPLAY "ULTIMOS LANCAMENTOS (" WRK-QTD-ULT "):".
007870     PERFORM 2680-EXIBIR-LANCAMENTO
007880             THRU 2680-EXIBIR-LANCAMENTO-EXIT
007890             VARYING WRK-IDX-ULT FROM 1 BY 1
007900             UNTIL WRK-IDX-ULT > WRK-QTD-ULT.
007910 2600-ULTIMOS-LANCAMENTOS-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------*
007950* 2650-COLETAR-LANCAMENTO - GUARDA UM LANCAMENTO NO ANEL   *
007960*                      (OS 10 MAIS RECENTES SOBREVIVEM)    *
007970*----------------------------------------------------------*
007980 2650-COLETAR-LANCAMENTO.
007990     READ AUDITORIA-CHAVEADA NEXT RECORD
008000         AT END
008010             SET FIM-TRILHA-CHAVEADA TO TRUE
008020             GO TO 2650-COLETAR-LANCAMENTO-EXIT
008030     END-READ.
008040     IF AUDK-CLIENTE NOT = CLI-ID
008050         SET FIM-TRILHA-CHAVEADA TO TRUE
008060         GO TO 2650-COLETAR-LANCAMENTO-EXIT
008070     END-IF.
008080     ADD 1 TO WRK-PROX-ULT.
008090     IF WRK-PROX-ULT > WRK-MAX-ULT
008100         MOVE 1 TO WRK-PROX-ULT
008110     END-IF.
008120     MOVE AUDK-LINHA TO TAB-ULT-LINHA (WRK-PROX-ULT).
008130     MOVE AUDK-SEQ   TO TAB-ULT-SEQ (WRK-PROX-ULT).
008140     IF WRK-QTD-ULT < WRK-MAX-ULT
008150         ADD 1 TO WRK-QTD-ULT
008160     END-IF.
008170 2650-COLETAR-LANCAMENTO-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------*
008210* 2680-EXIBIR-LANCAMENTO - EXIBE UMA POSICAO DO ANEL, DO   *
008220*                      MAIS ANTIGO PARA O MAIS RECENTE,    *
008230*                      COM A SEQUENCIA NO DIA (CHAVE DO    *
008240*                      PEDIDO DE ESTORNO NO CLIMAINT)      *
008250*----------------------------------------------------------*
008260 2680-EXIBIR-LANCAMENTO.
008270*    O ANEL E CIRCULAR: A POSICAO SEGUINTE A ULTIMA GRAVADA
008280*    E O LANCAMENTO MAIS ANTIGO RETIDO.
008290     ADD 1 TO WRK-PROX-ULT.
008300     IF WRK-PROX-ULT > WRK-MAX-ULT
008310         MOVE 1 TO WRK-PROX-ULT
008320     END-IF.
008330     IF WRK-QTD-ULT < WRK-MAX-ULT
008340         MOVE TAB-ULT-LINHA (WRK-IDX-ULT) TO AUD-REGISTRO
008350         MOVE TAB-ULT-SEQ (WRK-IDX-ULT)   TO WRK-SEQ-ULT
008360     ELSE
008370         MOVE TAB-ULT-LINHA (WRK-PROX-ULT) TO AUD-REGISTRO
008380         MOVE TAB-ULT-SEQ (WRK-PROX-ULT)   TO WRK-SEQ-ULT
008390     END-IF.
008400     DISPLAY "  " AUD-DATA " " WRK-SEQ-ULT " " AUD-ORIGEM
008410             " VALOR " AUD-JUROS-DIA " SALDO " AUD-SALDO-NOVO.
008420     IF AUD-ORIGEM = "E"
008430         DISPLAY "       ESTORNO DO LANCAMENTO " AUD-REF-DATA " "
008440                 AUD-REF-SEQ
008450     END-IF.
008460 2680-EXIBIR-LANCAMENTO-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------*
008500* 3000-CONSULTAR-DOCUMENTO - LISTA TODAS AS CONTAS EM QUE  *
008510*                      O CPF/CNPJ INFORMADO FIGURA COMO    *
008520*                      TITULAR (PRINCIPAL OU ADICIONAL),   *
008530*                      VIA A REFERENCIA CRUZADA CLIXREF    *
008540*----------------------------------------------------------*
008550 2700-LISTAR-OBITOS.
008560     MOVE "N" TO WRK-FIM-OBT.
008570     MOVE CLI-ID TO OBT-CLI-ID.
008580     MOVE ZEROS  TO OBT-NUMERO.
008590     START OBITOS KEY IS GREATER THAN OBT-CHAVE
008600         INVALID KEY
008610             SET FIM-OBITOS TO TRUE
008620     END-START.
008630     PERFORM 2750-EXIBIR-OBITO THRU 2750-EXIBIR-OBITO-EXIT
008640             UNTIL FIM-OBITOS.
008650 2700-LISTAR-OBITOS-EXIT.
008660     EXIT.
008670
008680 2750-EXIBIR-OBITO.
008690     READ OBITOS NEXT RECORD
008700         AT END
008710             SET FIM-OBITOS TO TRUE
008720             GO TO 2750-EXIBIR-OBITO-EXIT
008730     END-READ.
008740     IF OBT-CLI-ID NOT = CLI-ID
008750         SET FIM-OBITOS TO TRUE
008760         GO TO 2750-EXIBIR-OBITO-EXIT
008770     END-IF.
008780     EVALUATE TRUE
008790         WHEN OBT-CONTA-CONGELADA
008800             MOVE "CONTA CONGELADA" TO WRK-TRATAMENTO-EXT
008810         WHEN OBT-TITULAR-RETIRADO
008820             MOVE "TITULAR RETIRADO" TO WRK-TRATAMENTO-EXT
008830         WHEN OBT-PRINCIPAL-SUCEDIDO
008840             MOVE "SUCEDIDO PELO TIT  " TO WRK-TRATAMENTO-EXT
008850             MOVE OBT-SEQ-SUCESSOR TO WRK-TRATAMENTO-EXT(19:2)
008860         WHEN OTHER
008870             MOVE SPACES TO WRK-TRATAMENTO-EXT
008880     END-EVALUATE.
008890     DISPLAY "OBITO " OBT-DATA-OBITO " TIT " OBT-SEQ-TITULAR
008900             " " OBT-NOME " " WRK-TRATAMENTO-EXT.
008910     DISPLAY "      CERTIDAO " OBT-CERTIDAO " COMUNICADO EM "
008920             OBT-DATA-COMUNICACAO.
008930 2750-EXIBIR-OBITO-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------*
008970* 2800-CONSULTAR-ENCERRADA - CONTA FORA DO MESTRE: EXIBE O *
008980*                      REGISTRO DO HISTORICO DE ENCERRADAS *
008990*                      (CLIENCER), OS TITULARES E OS       *
009000*                      ULTIMOS LANCAMENTOS AINDA RETIDOS   *
009010*----------------------------------------------------------*
009020 2800-CONSULTAR-ENCERRADA.
009030     MOVE CLI-ID TO ENC-CLI-ID.
009040     READ ENCERRADAS
009050         INVALID KEY
009060             DISPLAY "CLIINQ: CLIENTE " CLI-ID " NAO ENCONTRADO"
009070             GO TO 2800-CONSULTAR-ENCERRADA-EXIT
009080     END-READ.
009090     DISPLAY "--------------------------------------------".
009100     DISPLAY "CONTA ENCERRADA - EXPURGADA DO MESTRE EM "
009110             ENC-DATA-EXPURGO.
009120     DISPLAY "NUMERO        : " ENC-CLI-ID.
009130     DISPLAY "NOME          : " ENC-NOME.
009140     DISPLAY "AGENCIA       : " ENC-AGENCIA.
009150     DISPLAY "TIPO/MOEDA    : " ENC-TIPO-CONTA " " ENC-MOEDA.
009160     DISPLAY "ABERTURA      : " ENC-DATA-ABERTURA.
009170     DISPLAY "ENCERRAMENTO  : " ENC-DATA-ENCERRAMENTO.
009180     MOVE ENC-SALDO TO WRK-SALDO-ED.
009190     DISPLAY "SALDO FINAL   : " WRK-SALDO-ED.
009200     MOVE ENC-SALDO-GANHO-ANO TO WRK-GANHO-ED.
009210     DISPLAY "JUROS ANO     : " WRK-GANHO-ED.
009220     DISPLAY "DATA ULTIMO JUROS (AAAAMMDD): "
009230             ENC-DATA-ULTIMO-JUROS.
009240     IF ENC-ANONIMIZADO
009250         DISPLAY "DADOS PESSOAIS ANONIMIZADOS (LGPD) EM "
009260                 ENC-DATA-ANONIMIZACAO
009270     ELSE
009280         DISPLAY "DOCUMENTO     : " ENC-DOCUMENTO " "
009290                 ENC-TIPO-DOC
009300         DISPLAY "ENDERECO      : " ENC-ENDERECO
009310         DISPLAY "CIDADE/UF     : " ENC-CIDADE " " ENC-UF
009320         DISPLAY "CEP           : " ENC-CEP
009330         DISPLAY "TELEFONE      : " ENC-TELEFONE
009340         DISPLAY "E-MAIL        : " ENC-EMAIL
009350     END-IF.
009360     IF ARQUIVO-AUDK-OK
009370         PERFORM 2600-ULTIMOS-LANCAMENTOS
009380                 THRU 2600-ULTIMOS-LANCAMENTOS-EXIT
009390     END-IF.
009400     IF ARQUIVO-TIT-OK
009410         PERFORM 2200-LISTAR-TITULARES
009420                 THRU 2200-LISTAR-TITULARES-EXIT
009430     END-IF.
009440     DISPLAY "--------------------------------------------".
009450 2800-CONSULTAR-ENCERRADA-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------*
009490* 2900-LISTAR-PROCURADORES - LISTA OS REPRESENTANTES       *
009500*                      AUTORIZADOS HOJE NA CONTA: ATIVOS E *
009510*                      DENTRO DA VIGENCIA                  *
009520*----------------------------------------------------------*
009530 2900-LISTAR-PROCURADORES.
009540     MOVE ZEROS TO WRK-QTD-PROC.
009550     MOVE "N" TO WRK-FIM-PRC.
009560     MOVE CLI-ID TO PRC-CLI-ID.
009570     MOVE ZEROS  TO PRC-CPF.
009580     START PROCURADORES KEY IS NOT LESS THAN PRC-CHAVE
009590         INVALID KEY
009600             SET FIM-PROCURADORES TO TRUE
009610     END-START.
009620     PERFORM 2950-EXIBIR-PROCURADOR
009630             THRU 2950-EXIBIR-PROCURADOR-EXIT
009640             UNTIL FIM-PROCURADORES.
009650     IF WRK-QTD-PROC = ZEROS
009660         DISPLAY "SEM REPRESENTANTE AUTORIZADO NA CONTA"
009670     END-IF.
009680 2900-LISTAR-PROCURADORES-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------*
009720* 2950-EXIBIR-PROCURADOR - EXIBE UM REPRESENTANTE VIGENTE, *
009730*                      COM OS PODERES SAQUE/TRANSFERENCIA/ *
009740*                      ENCERRAMENTO (S/N)                  *
009750*----------------------------------------------------------*
009760 2950-EXIBIR-PROCURADOR.
009770     READ PROCURADORES NEXT RECORD
009780         AT END
009790             SET FIM-PROCURADORES TO TRUE
009800             GO TO 2950-EXIBIR-PROCURADOR-EXIT
009810     END-READ.
009820     IF PRC-CLI-ID NOT = CLI-ID
009830         SET FIM-PROCURADORES TO TRUE
009840         GO TO 2950-EXIBIR-PROCURADOR-EXIT
009850     END-IF.
009860     IF NOT PRC-ATIVA
009870             OR PRC-DATA-INICIO > WRK-DATA-SISTEMA
009880             OR PRC-DATA-VALIDADE < WRK-DATA-SISTEMA
009890         GO TO 2950-EXIBIR-PROCURADOR-EXIT
009900     END-IF.
009910     ADD 1 TO WRK-QTD-PROC.
009920     MOVE PRC-LIMITE TO WRK-LIMITE-PRC-ED.
009930     DISPLAY "REPRESENTANTE : " PRC-NOME " CPF " PRC-CPF
009940             " " PRC-QUALIFICACAO.
009950     DISPLAY "      PODERES " PRC-PODERES " LIMITE "
009960             WRK-LIMITE-PRC-ED " ATE " PRC-DATA-VALIDADE.
009970 2950-EXIBIR-PROCURADOR-EXIT.
009980     EXIT.
009990
010000 3000-CONSULTAR-DOCUMENTO.
010010     DISPLAY "CPF OU CNPJ (SO DIGITOS): ".
010020     ACCEPT WRK-DOCUMENTO.
010030     MOVE "N" TO WRK-FIM-XREF.
010040     MOVE ZEROS TO WRK-CONT-CONTAS.
010050     MOVE WRK-DOCUMENTO TO XRF-DOCUMENTO.
010060     MOVE ZEROS TO XRF-CLI-ID XRF-SEQ.
010070     START REFERENCIA KEY IS GREATER THAN XRF-CHAVE
010080         INVALID KEY
010090             SET FIM-REFERENCIA TO TRUE
010100     END-START.
010110     DISPLAY "--------------------------------------------".
010120     DISPLAY "CONTAS DO DOCUMENTO " WRK-DOCUMENTO.
010130     PERFORM 3100-EXIBIR-CONTA THRU 3100-EXIBIR-CONTA-EXIT
010140             UNTIL FIM-REFERENCIA.
010150     IF WRK-CONT-CONTAS = ZEROS
010160         DISPLAY "NENHUMA CONTA PARA O DOCUMENTO"
010170     END-IF.
010180     DISPLAY "--------------------------------------------".
010190 3000-CONSULTAR-DOCUMENTO-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------*
010230* 3100-EXIBIR-CONTA - EXIBE UMA CONTA DO DOCUMENTO, COM O  *
010240*                      SALDO LIDO NO MESTRE                *
010250*----------------------------------------------------------*
010260 3100-EXIBIR-CONTA.
010270     READ REFERENCIA NEXT RECORD
010280         AT END
010290             SET FIM-REFERENCIA TO TRUE
010300             GO TO 3100-EXIBIR-CONTA-EXIT
010310     END-READ.
010320     IF XRF-DOCUMENTO NOT = WRK-DOCUMENTO
010330         SET FIM-REFERENCIA TO TRUE
010340         GO TO 3100-EXIBIR-CONTA-EXIT
010350     END-IF.
010360     MOVE XRF-CLI-ID TO CLI-ID.
010370     READ CLIENTES-MASTER
010380         INVALID KEY
010390             PERFORM 3150-EXIBIR-ENCERRADA
010400                     THRU 3150-EXIBIR-ENCERRADA-EXIT
010410             GO TO 3100-EXIBIR-CONTA-CONTA
010420     END-READ.
010430     MOVE CLI-SALDO TO WRK-SALDO-ED.
010440     DISPLAY "CONTA " CLI-ID " (" XRF-TIPO-TITULAR ") AG "
010450             CLI-AGENCIA " " CLI-MOEDA " SALDO " WRK-SALDO-ED
010460             " STATUS " CLI-STATUS.
010470 3100-EXIBIR-CONTA-CONTA.
010480     ADD 1 TO WRK-CONT-CONTAS.
010490 3100-EXIBIR-CONTA-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------*
010530* 3150-EXIBIR-ENCERRADA - CONTA DO DOCUMENTO QUE NAO ESTA  *
010540*                      NO MESTRE: PROCURA NO HISTORICO DE  *
010550*                      ENCERRADAS (CLIENCER)               *
010560*----------------------------------------------------------*
010570 3150-EXIBIR-ENCERRADA.
010580     IF NOT ARQUIVO-ENC-OK
010590         DISPLAY "CONTA " XRF-CLI-ID " (" XRF-TIPO-TITULAR
010600                 ") ** NAO ENCONTRADA NO MESTRE **"
010610         GO TO 3150-EXIBIR-ENCERRADA-EXIT
010620     END-IF.
010630     MOVE XRF-CLI-ID TO ENC-CLI-ID.
010640     READ ENCERRADAS
010650         INVALID KEY
010660             DISPLAY "CONTA " XRF-CLI-ID " (" XRF-TIPO-TITULAR
010670                     ") ** NAO ENCONTRADA NO MESTRE **"
010680             GO TO 3150-EXIBIR-ENCERRADA-EXIT
010690     END-READ.
010700     DISPLAY "CONTA " ENC-CLI-ID " (" XRF-TIPO-TITULAR ") AG "
010710             ENC-AGENCIA " ENCERRADA EM " ENC-DATA-ENCERRAMENTO
010720             " - EXPURGADA (CLIENCER)".
010730 3150-EXIBIR-ENCERRADA-EXIT.
010740     EXIT.
010750
010760 9999-EXIT.
010770     STOP RUN.
