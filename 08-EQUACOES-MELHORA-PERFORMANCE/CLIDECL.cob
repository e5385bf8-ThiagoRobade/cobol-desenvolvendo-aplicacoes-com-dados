000220*                    DO RELCLI. CADA EMISSAO E LOGADA NO   *
000230*                    CLIMLOG COM O OPERADOR E O NUMERO DA  *
000240*                    DECLARACAO.                           *
000250* 2026-10-15 EBC     CADA DECLARACAO EMITIDA GERA UMA      *
000260*                    TARIFA PENDENTE NO CLITARPD, COBRADA  *
000270*                    PELO CLIMOVTO NA PROXIMA EXECUCAO     *
000280*                    CONFORME A TABELA CLITARFA.           *
000290* 2026-10-15 EBC     A OPCAO "H" EMITE A DECLARACAO DO     *
000300*                    SALDO EM DATA PASSADA, APURADO NO     *
000310*                    HISTORICO DE SALDOS DE FIM DE DIA     *
000320*                    CLISDHST (ULTIMA FOTO ATE A DATA      *
000330*                    PEDIDA). DATA SEM FOTO (ANTERIOR A    *
000340*                    ABERTURA, AO INICIO DO HISTORICO OU   *
000350*                    JA EXPURGADA PELO CLISDARQ) E         *
000360*                    RECUSADA SEM CONSUMIR NUMERO. A       *
000370*                    EMISSAO E LOGADA COM A DATA DE        *
000380*                    REFERENCIA E TARIFADA COMO A          *
000390*                    DECLARACAO DO DIA.                    *
000400* 2026-10-15 EBC     CADA DECLARACAO EMITIDA E ANOTADA NO  *
000410*                    CLICORR (COPY CLICORRG), DE ONDE O    *
000420*                    CLIENVEL MONTA UM ENVELOPE POR        *
000430*                    ENDERECO COM TODA A CORRESPONDENCIA   *
000440*                    DO DIA.                               *
000450* 2026-10-15 EBC     ARQUIVOS OPCIONAIS (CLITITU,          *
000460*                    CLITARPD, CLICORR, CLISDHST) ABERTOS  *
000470*                    PASSAM A SER MARCADOS POR CHAVE       *
000480*                    PROPRIA NA ABERTURA: O START/READ DO  *
000490*                    CLISDHST MUDA O FILE STATUS E, DEPOIS *
000500*                    DA PRIMEIRA DECLARACAO SEM HISTORICO, *
000510*                    AS SEGUINTES SAIAM "INDISPONIVEL" E O *
000520*                    ARQUIVO FICAVA SEM CLOSE.             *
000530*----------------------------------------------------------*
000540 ENVIRONMENT             DIVISION.
000550 CONFIGURATION           SECTION.
000560 SPECIAL-NAMES.
000570     DECIMAL-POINT IS COMMA.
000580
000590 INPUT-OUTPUT            SECTION.
000600 FILE-CONTROL.
000610     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CLI-ID
000650         FILE STATUS IS FS-CLIENTES-MASTER.
000660     SELECT TITULARES ASSIGN TO "CLITITU"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS TIT-CHAVE
000700         FILE STATUS IS FS-TITULARES.
000710*----------------------------------------------------------*
000720* CONTROLE DA NUMERACAO DAS DECLARACOES EMITIDAS           *
000730*----------------------------------------------------------*
000740     SELECT CONTROLE-DECL ASSIGN TO "CLIDECCT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FS-CONTROLE-DECL.
000770     SELECT DECLARACAO ASSIGN TO "DECLAR"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-DECLARACAO.
000800*----------------------------------------------------------*
000810* HISTORICO DE SALDOS DE FIM DE DIA (CLIENTE + DATA)       *
000820*----------------------------------------------------------*
000830     SELECT HISTORICO-SALDOS ASSIGN TO "CLISDHST"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS SDH-CHAVE
000870         FILE STATUS IS FS-HISTORICO-SALDOS.
000880     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS FS-LOG-MANUTENCAO.
000910*----------------------------------------------------------*
000920* TARIFAS DAS DECLARACOES, COBRADAS PELO CLIMOVTO          *
000930*----------------------------------------------------------*
000940     SELECT TARIFAS-PENDENTES ASSIGN TO "CLITARPD"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FS-TARIFAS-PENDENTES.
000970*----------------------------------------------------------*
000980* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
000990* CLIENVEL                                                 *
001000*----------------------------------------------------------*
001010     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS FS-CORRESPONDENCIA.
001040
001050 DATA                    DIVISION.
001060 FILE                    SECTION.
001070 FD  CLIENTES-MASTER
001080     LABEL RECORD IS STANDARD.
001090     COPY CLIREG.
001100
001110 FD  TITULARES
001120     LABEL RECORD IS STANDARD.
001130     COPY CLITITRG.
001140
001150 FD  CONTROLE-DECL
001160     LABEL RECORD IS STANDARD.
001170 01  DECCT-REGISTRO.
001180     05  DECCT-ULTIMO-NUMERO  PICTURE 9(06).
001190
001200 FD  DECLARACAO
001210     LABEL RECORD IS STANDARD.
001220 01  DECL-LINHA               PICTURE X(132).
001230
001240 FD  HISTORICO-SALDOS
001250     LABEL RECORD IS STANDARD.
001260     COPY CLISDHRG.
001270
001280 FD  LOG-MANUTENCAO
001290     LABEL RECORD IS STANDARD.
001300 01  MLOG-LINHA               PICTURE X(120).
001310
001320 FD  TARIFAS-PENDENTES
001330     LABEL RECORD IS STANDARD.
001340     COPY CLITPDRG.
001350
001360 FD  CORRESPONDENCIA
001370     LABEL RECORD IS STANDARD.
001380     COPY CLICORRG.
001390
001400 WORKING-STORAGE         SECTION.
001410 01  WRK-FLAGS.
001420     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
001430         88  SAIR-DO-MENU                       VALUE "S".
001440     05  WRK-FIM-TIT         PICTURE X(01)      VALUE "N".
001450         88  FIM-TITULARES                      VALUE "S".
001460     05  WRK-FIM-SDH         PICTURE X(01)      VALUE "N".
001470         88  FIM-HISTORICO-SALDOS               VALUE "S".
001480     05  WRK-ACHOU-FOTO      PICTURE X(01)      VALUE "N".
001490         88  FOTO-ENCONTRADA                    VALUE "S".
001500 01  WRK-FLAGS-ABERTURA.
001510     05  WRK-TEM-TIT         PICTURE X(01)      VALUE "N".
001520         88  ARQUIVO-TIT-OK                     VALUE "S".
001530     05  WRK-TEM-TAR         PICTURE X(01)      VALUE "N".
001540         88  ARQUIVO-TAR-OK                     VALUE "S".
001550     05  WRK-TEM-CORR        PICTURE X(01)      VALUE "N".
001560         88  ARQUIVO-CORR-OK                    VALUE "S".
001570     05  WRK-TEM-SDH         PICTURE X(01)      VALUE "N".
001580         88  ARQUIVO-SDH-OK                     VALUE "S".
001590 01  FS-CLIENTES-MASTER      PICTURE X(02)      VALUE "00".
001600 01  FS-TITULARES            PICTURE X(02)      VALUE "00".
001610 01  FS-CONTROLE-DECL        PICTURE X(02)      VALUE "00".
001620 01  FS-DECLARACAO           PICTURE X(02)      VALUE "00".
001630 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
001640 01  FS-TARIFAS-PENDENTES    PICTURE X(02)      VALUE "00".
001650 01  FS-HISTORICO-SALDOS     PICTURE X(02)      VALUE "00".
001660 01  FS-CORRESPONDENCIA      PICTURE X(02)      VALUE "00".
001670 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
001680 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
001690 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
001700 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
001710 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "N".
001720 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
001730 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
001740 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
001750 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
001760 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
001770 77  WRK-NUMERO-DECL          PICTURE 9(06)      VALUE ZEROS.
001780 77  WRK-DATA-INFORMADA       PICTURE X(08)      VALUE SPACES.
001790 77  WRK-DATA-REFERENCIA      PICTURE 9(08)      VALUE ZEROS.
001800 77  WRK-MES-REFERENCIA       PICTURE 9(02)      VALUE ZEROS.
001810 77  WRK-DIA-REFERENCIA       PICTURE 9(02)      VALUE ZEROS.
001820 77  WRK-SALDO-DECLARADO      PICTURE S9(10)     VALUE ZEROS.
001830
001840*----------------------------------------------------------*
001850* LINHAS DA DECLARACAO IMPRESSA                            *
001860*----------------------------------------------------------*
001870 01  DECL-SEPARADOR.
001880     05  FILLER              PICTURE X(50) VALUE ALL "=".
001890     05  FILLER              PICTURE X(82) VALUE SPACES.
001900 01  DECL-TITULO.
001910     05  FILLER              PICTURE X(30)
001920             VALUE "DECLARACAO DE SALDO NUMERO ".
001930     05  DECL-TIT-NUMERO     PICTURE 9(06).
001940     05  FILLER              PICTURE X(09) VALUE "  DATA   ".
001950     05  DECL-TIT-DATA       PICTURE 9(08).
001960     05  FILLER              PICTURE X(79) VALUE SPACES.
001970 01  DECL-LINHA-TITULAR.
001980     05  FILLER              PICTURE X(10) VALUE "TITULAR : ".
001990     05  DECL-NOME           PICTURE X(20).
002000     05  FILLER              PICTURE X(06) VALUE "  DOC ".
002010     05  DECL-DOCUMENTO      PICTURE 9(14).
002020     05  FILLER              PICTURE X(82) VALUE SPACES.
002030 01  DECL-LINHA-CONTA.
002040     05  FILLER              PICTURE X(10) VALUE "CONTA   : ".
002050     05  DECL-CONTA          PICTURE 9(06).
002060     05  FILLER              PICTURE X(10) VALUE "  AGENCIA ".
002070     05  DECL-AGENCIA        PICTURE 9(04).
002080     05  FILLER              PICTURE X(08) VALUE "  MOEDA ".
002090     05  DECL-MOEDA          PICTURE X(03).
002100     05  FILLER              PICTURE X(91) VALUE SPACES.
002110 01  DECL-LINHA-ENDERECO.
002120     05  FILLER              PICTURE X(10) VALUE "ENDERECO: ".
002130     05  DECL-ENDERECO       PICTURE X(30).
002140     05  FILLER              PICTURE X(01) VALUE SPACES.
002150     05  DECL-CIDADE         PICTURE X(20).
002160     05  FILLER              PICTURE X(01) VALUE "-".
002170     05  DECL-UF             PICTURE X(02).
002180     05  FILLER              PICTURE X(05) VALUE " CEP ".
002190     05  DECL-CEP            PICTURE 9(08).
002200     05  FILLER              PICTURE X(55) VALUE SPACES.
002210 01  DECL-LINHA-TIT-ADIC.
002220     05  FILLER              PICTURE X(10) VALUE "TITULAR A:".
002230     05  DECL-TIT-NOME       PICTURE X(20).
002240     05  FILLER              PICTURE X(06) VALUE "  DOC ".
002250     05  DECL-TIT-DOC        PICTURE 9(14).
002260     05  FILLER              PICTURE X(82) VALUE SPACES.
002270 01  DECL-LINHA-SALDO.
002280     05  FILLER              PICTURE X(30)
002290             VALUE "SALDO NESTA DATA:             ".
002300     05  DECL-SALDO          PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002310     05  FILLER              PICTURE X(84) VALUE SPACES.
002320 01  DECL-LINHA-SALDO-HIST.
002330     05  FILLER              PICTURE X(19)
002340             VALUE "SALDO AO FIM DO DIA".
002350     05  FILLER              PICTURE X(01) VALUE SPACES.
002360     05  DECL-DATA-REFERENCIA PICTURE 9999/99/99.
002370     05  FILLER              PICTURE X(01) VALUE ":".
002380     05  DECL-SALDO-HIST     PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002390     05  FILLER              PICTURE X(84) VALUE SPACES.
002400 01  DECL-TEXTO.
002410     05  FILLER              PICTURE X(48)
002420       VALUE "DECLARAMOS PARA OS FINS QUE SE FIZEREM DE ".
002430     05  FILLER              PICTURE X(30)
002440       VALUE "DIREITO O SALDO ACIMA.".
002450     05  FILLER              PICTURE X(54) VALUE SPACES.
002460
002470*----------------------------------------------------------*
002480* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
002490* CLIMAINT                                                 *
002500*----------------------------------------------------------*
002510 01  MLOG-REGISTRO.
002520     05  MLOG-DATA            PICTURE 9(08).
002530     05  FILLER               PICTURE X(01) VALUE SPACES.
002540     05  MLOG-HORA            PICTURE 9(06).
002550     05  FILLER               PICTURE X(01) VALUE SPACES.
002560     05  MLOG-OPERADOR        PICTURE X(08).
002570     05  FILLER               PICTURE X(01) VALUE SPACES.
002580     05  MLOG-FUNCAO          PICTURE X(01).
002590     05  FILLER               PICTURE X(01) VALUE SPACES.
002600     05  MLOG-CLIENTE         PICTURE 9(06).
002610     05  FILLER               PICTURE X(01) VALUE SPACES.
002620     05  MLOG-CAMPO           PICTURE X(12).
002630     05  FILLER               PICTURE X(01) VALUE SPACES.
002640     05  MLOG-ANTES           PICTURE X(34).
002650     05  FILLER               PICTURE X(01) VALUE SPACES.
002660     05  MLOG-DEPOIS          PICTURE X(34).
002670     05  FILLER               PICTURE X(04) VALUE SPACES.
002680
002690 PROCEDURE               DIVISION.
002700*----------------------------------------------------------*
002710* 0000-MAINLINE - SIGN-ON, ABERTURAS E MENU                *
002720*----------------------------------------------------------*
002730 0000-MAINLINE.
002740     OPEN INPUT CLIENTES-MASTER.
002750     IF FS-CLIENTES-MASTER NOT = "00"
002760         DISPLAY "CLIDECL: ERRO AO ABRIR CLIMSTR - STATUS "
002770                 FS-CLIENTES-MASTER
002780         GO TO 9999-EXIT
002790     END-IF.
002800     OPEN INPUT TITULARES.
002810     IF FS-TITULARES = "00"
002820         SET ARQUIVO-TIT-OK TO TRUE
002830     ELSE
002840         DISPLAY "CLIDECL: CLITITU INDISPONIVEL - STATUS "
002850                 FS-TITULARES " - TITULARES NAO DECLARADOS"
002860     END-IF.
002870     OPEN EXTEND LOG-MANUTENCAO.
002880     IF FS-LOG-MANUTENCAO NOT = "00"
002890         DISPLAY "CLIDECL: ERRO AO ABRIR CLIMLOG - STATUS "
002900                 FS-LOG-MANUTENCAO
002910         CLOSE CLIENTES-MASTER
002920         GO TO 9999-EXIT
002930     END-IF.
002940     OPEN EXTEND DECLARACAO.
002950     IF FS-DECLARACAO NOT = "00"
002960         DISPLAY "CLIDECL: ERRO AO ABRIR DECLAR - STATUS "
002970                 FS-DECLARACAO
002980         CLOSE CLIENTES-MASTER LOG-MANUTENCAO
002990         GO TO 9999-EXIT
003000     END-IF.
003010     OPEN EXTEND TARIFAS-PENDENTES.
003020     IF FS-TARIFAS-PENDENTES = "00"
003030         SET ARQUIVO-TAR-OK TO TRUE
003040     ELSE
003050         DISPLAY "CLIDECL: CLITARPD INDISPONIVEL - STATUS "
003060                 FS-TARIFAS-PENDENTES " - DECLARACOES SEM TARIFA"
003070     END-IF.
003080     OPEN EXTEND CORRESPONDENCIA.
003090     IF FS-CORRESPONDENCIA = "00"
003100         SET ARQUIVO-CORR-OK TO TRUE
003110     ELSE
003120         DISPLAY "CLIDECL: CLICORR INDISPONIVEL - STATUS "
003130                 FS-CORRESPONDENCIA " - DECLARACAO SEM ENVELOPE"
003140     END-IF.
003150     OPEN INPUT HISTORICO-SALDOS.
003160     IF FS-HISTORICO-SALDOS = "00"
003170         SET ARQUIVO-SDH-OK TO TRUE
003180     ELSE
003190         DISPLAY "CLIDECL: CLISDHST INDISPONIVEL - STATUS "
003200                 FS-HISTORICO-SALDOS " - SO DECLARACAO DO DIA"
003210     END-IF.
003220     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
003230     PERFORM 0500-IDENTIFICAR-OPERADOR
003240             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
003250     IF WRK-RESULTADO-SIGNON NOT = "S"
003260         DISPLAY "CLIDECL: SIGN-ON RECUSADO - ENCERRANDO"
003270         CLOSE CLIENTES-MASTER LOG-MANUTENCAO DECLARACAO
003280         GO TO 9999-EXIT
003290     END-IF.
003300     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
003310             UNTIL SAIR-DO-MENU.
003320     CLOSE CLIENTES-MASTER LOG-MANUTENCAO DECLARACAO.
003330     IF ARQUIVO-TIT-OK
003340         CLOSE TITULARES
003350     END-IF.
003360     IF ARQUIVO-TAR-OK
003370         CLOSE TARIFAS-PENDENTES
003380     END-IF.
003390     IF ARQUIVO-SDH-OK
003400         CLOSE HISTORICO-SALDOS
003410     END-IF.
003420     IF ARQUIVO-CORR-OK
003430         CLOSE CORRESPONDENCIA
003440     END-IF.
003450     GO TO 9999-EXIT.
003460
003470*----------------------------------------------------------*
003480* 0500-IDENTIFICAR-OPERADOR - SIGN-ON PELO CLISIGN, TRES   *
003490*                 TENTATIVAS, NOS MOLDES DO CLIMAINT       *
003500*----------------------------------------------------------*
003510 0500-IDENTIFICAR-OPERADOR.
003520     MOVE ZEROS TO WRK-TENTATIVAS.
003530 0510-PEDIR-CREDENCIAIS.
003540     IF WRK-TENTATIVAS >= 3
003550         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
003560     END-IF.
003570     ADD 1 TO WRK-TENTATIVAS.
003580     DISPLAY "OPERADOR: ".
003590     ACCEPT WRK-ID-INFORMADO.
003600     DISPLAY "SENHA   : ".
003610     ACCEPT WRK-SENHA-INFORMADA.
003620     CALL "CLISIGN" USING WRK-ID-INFORMADO
003630             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
003640             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
003650     IF WRK-RESULTADO-SIGNON NOT = "S"
003660         DISPLAY "CLIDECL: SIGN-ON NAO ACEITO (RESULTADO "
003670                 WRK-RESULTADO-SIGNON ")"
003680         IF WRK-RESULTADO-SIGNON = "B"
003690                 OR WRK-RESULTADO-SIGNON = "R"
003700                 OR WRK-RESULTADO-SIGNON = "I"
003710             GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
003720         END-IF
003730         GO TO 0510-PEDIR-CREDENCIAIS
003740     END-IF.
003750     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
003760 0500-IDENTIFICAR-OPERADOR-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------*
003800* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA          *
003810*----------------------------------------------------------*
003820 1000-EXIBIR-MENU.
003830     DISPLAY "--------------------------------------------".
003840     DISPLAY "DECLARACAO DE SALDO".
003850     DISPLAY "  E - EMITIR DECLARACAO".
003860     DISPLAY "  H - EMITIR DECLARACAO EM DATA PASSADA".
003870     DISPLAY "  S - SAIR".
003880     DISPLAY "--------------------------------------------".
003890     DISPLAY "OPCAO: ".
003900     ACCEPT WRK-OPCAO.
003910     EVALUATE WRK-OPCAO
003920         WHEN "E"
003930             MOVE ZEROS TO WRK-DATA-REFERENCIA
003940             PERFORM 2000-EMITIR-DECLARACAO
003950                     THRU 2000-EMITIR-DECLARACAO-EXIT
003960         WHEN "H"
003970             PERFORM 2500-PEDIR-DATA-REFERENCIA
003980                     THRU 2500-PEDIR-DATA-REFERENCIA-EXIT
003990             IF WRK-DATA-REFERENCIA NOT = ZEROS
004000                 PERFORM 2000-EMITIR-DECLARACAO
004010                         THRU 2000-EMITIR-DECLARACAO-EXIT
004020             END-IF
004030         WHEN "S"
004040             SET SAIR-DO-MENU TO TRUE
004050         WHEN OTHER
004060             DISPLAY "CLIDECL: OPCAO INVALIDA"
004070     END-EVALUATE.
004080 1000-EXIBIR-MENU-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120* 2000-EMITIR-DECLARACAO - LE O CLIENTE, AVANCA A          *
004130*                 NUMERACAO, IMPRIME A DECLARACAO E LOGA   *
004140*                 A EMISSAO; COM WRK-DATA-REFERENCIA       *
004150*                 PREENCHIDA O SALDO E O DO HISTORICO      *
004160*----------------------------------------------------------*
004170 2000-EMITIR-DECLARACAO.
004180     DISPLAY "NUMERO DO CLIENTE: ".
004190     ACCEPT CLI-ID.
004200     READ CLIENTES-MASTER
004210         INVALID KEY
004220             DISPLAY "CLIDECL: CLIENTE " CLI-ID " NAO ENCONTRADO"
004230             GO TO 2000-EMITIR-DECLARACAO-EXIT
004240     END-READ.
004250     MOVE CLI-SALDO TO WRK-SALDO-DECLARADO.
004260     IF WRK-DATA-REFERENCIA NOT = ZEROS
004270         PERFORM 2300-APURAR-SALDO-HISTORICO
004280                 THRU 2300-APURAR-SALDO-HISTORICO-EXIT
004290         IF NOT FOTO-ENCONTRADA
004300             GO TO 2000-EMITIR-DECLARACAO-EXIT
004310         END-IF
004320     END-IF.
004330     PERFORM 2100-AVANCAR-NUMERACAO
004340             THRU 2100-AVANCAR-NUMERACAO-EXIT.
004350     WRITE DECL-LINHA FROM DECL-SEPARADOR
004360             AFTER ADVANCING PAGE.
004370     MOVE WRK-NUMERO-DECL  TO DECL-TIT-NUMERO.
004380     MOVE WRK-DATA-SISTEMA TO DECL-TIT-DATA.
004390     WRITE DECL-LINHA FROM DECL-TITULO AFTER ADVANCING 1 LINE.
004400     MOVE CLI-NOME      TO DECL-NOME.
004410     MOVE CLI-DOCUMENTO TO DECL-DOCUMENTO.
004420     WRITE DECL-LINHA FROM DECL-LINHA-TITULAR
004430             AFTER ADVANCING 2 LINES.
004440     MOVE CLI-ID      TO DECL-CONTA.
004450     MOVE CLI-AGENCIA TO DECL-AGENCIA.
004460     MOVE CLI-MOEDA   TO DECL-MOEDA.
004470     WRITE DECL-LINHA FROM DECL-LINHA-CONTA
004480             AFTER ADVANCING 1 LINE.
004490     MOVE CLI-ENDERECO TO DECL-ENDERECO.
004500     MOVE CLI-CIDADE   TO DECL-CIDADE.
004510     MOVE CLI-UF       TO DECL-UF.
004520     MOVE CLI-CEP      TO DECL-CEP.
004530     WRITE DECL-LINHA FROM DECL-LINHA-ENDERECO
004540             AFTER ADVANCING 1 LINE.
004550     IF ARQUIVO-TIT-OK
004560         PERFORM 2200-DECLARAR-TITULARES
004570                 THRU 2200-DECLARAR-TITULARES-EXIT
004580     END-IF.
004590     IF WRK-DATA-REFERENCIA = ZEROS
004600         MOVE WRK-SALDO-DECLARADO TO DECL-SALDO
004610         WRITE DECL-LINHA FROM DECL-LINHA-SALDO
004620                 AFTER ADVANCING 2 LINES
004630     ELSE
004640         MOVE WRK-DATA-REFERENCIA TO DECL-DATA-REFERENCIA
004650         MOVE WRK-SALDO-DECLARADO TO DECL-SALDO-HIST
004660         WRITE DECL-LINHA FROM DECL-LINHA-SALDO-HIST
004670                 AFTER ADVANCING 2 LINES
004680     END-IF.
004690     WRITE DECL-LINHA FROM DECL-TEXTO AFTER ADVANCING 2 LINES.
004700     WRITE DECL-LINHA FROM DECL-SEPARADOR
004710             AFTER ADVANCING 1 LINE.
004720     DISPLAY "CLIDECL: DECLARACAO " WRK-NUMERO-DECL
004730             " EMITIDA PARA O CLIENTE " CLI-ID.
004740     MOVE "E" TO MLOG-FUNCAO.
004750     MOVE "DECLARACAO  " TO MLOG-CAMPO.
004760     MOVE SPACES TO MLOG-ANTES.
004770*    NA DECLARACAO EM DATA PASSADA O "ANTES" GUARDA A DATA
004780*    DE REFERENCIA DO SALDO DECLARADO.
004790     IF WRK-DATA-REFERENCIA NOT = ZEROS
004800         MOVE "H" TO MLOG-FUNCAO
004810         MOVE WRK-DATA-REFERENCIA TO MLOG-ANTES
004820     END-IF.
004830     MOVE WRK-NUMERO-DECL TO MLOG-DEPOIS.
004840     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
004850     IF ARQUIVO-TAR-OK
004860         MOVE SPACES           TO TPD-REGISTRO
004870         MOVE WRK-DATA-SISTEMA TO TPD-DATA
004880         MOVE CLI-ID           TO TPD-CLIENTE
004890         MOVE "D"              TO TPD-EVENTO
004900         MOVE WRK-NUMERO-DECL  TO TPD-REFERENCIA
004910         MOVE WRK-OPERADOR     TO TPD-OPERADOR
004920         WRITE TPD-REGISTRO
004930     END-IF.
004940     PERFORM 7600-REGISTRAR-CORREIO
004950             THRU 7600-REGISTRAR-CORREIO-EXIT.
004960 2000-EMITIR-DECLARACAO-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------*
005000* 2100-AVANCAR-NUMERACAO - LE O ULTIMO NUMERO EMITIDO NO   *
005010*                 CLIDECCT, AVANCA E REGRAVA               *
005020*----------------------------------------------------------*
005030 2100-AVANCAR-NUMERACAO.
005040     MOVE ZEROS TO WRK-NUMERO-DECL.
005050     OPEN INPUT CONTROLE-DECL.
005060     IF FS-CONTROLE-DECL = "00"
005070         READ CONTROLE-DECL
005080             AT END
005090                 CONTINUE
005100             NOT AT END
005110                 MOVE DECCT-ULTIMO-NUMERO TO WRK-NUMERO-DECL
005120         END-READ
005130         CLOSE CONTROLE-DECL
005140     END-IF.
005150     ADD 1 TO WRK-NUMERO-DECL.
005160     OPEN OUTPUT CONTROLE-DECL.
005170     MOVE WRK-NUMERO-DECL TO DECCT-ULTIMO-NUMERO.
005180     WRITE DECCT-REGISTRO.
005190     CLOSE CONTROLE-DECL.
005200 2100-AVANCAR-NUMERACAO-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------*
005240* 2200-DECLARAR-TITULARES - IMPRIME OS TITULARES           *
005250*                 ADICIONAIS DA CONTA (CLITITU)            *
005260*----------------------------------------------------------*
005270 2200-DECLARAR-TITULARES.
005280     MOVE "N" TO WRK-FIM-TIT.
005290     MOVE CLI-ID TO TIT-CLI-ID.
005300     MOVE ZEROS  TO TIT-SEQ.
005310     START TITULARES KEY IS GREATER THAN TIT-CHAVE
005320         INVALID KEY
005330             SET FIM-TITULARES TO TRUE
005340     END-START.
005350     PERFORM 2250-IMPRIMIR-TITULAR
005360             THRU 2250-IMPRIMIR-TITULAR-EXIT
005370             UNTIL FIM-TITULARES.
005380 2200-DECLARAR-TITULARES-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------*
005420* 2250-IMPRIMIR-TITULAR - IMPRIME UM TITULAR ADICIONAL     *
005430*----------------------------------------------------------*
005440 2250-IMPRIMIR-TITULAR.
005450     READ TITULARES NEXT RECORD
005460         AT END
005470             SET FIM-TITULARES TO TRUE
005480             GO TO 2250-IMPRIMIR-TITULAR-EXIT
005490     END-READ.
005500     IF TIT-CLI-ID NOT = CLI-ID
005510         SET FIM-TITULARES TO TRUE
005520         GO TO 2250-IMPRIMIR-TITULAR-EXIT
005530     END-IF.
005540     MOVE TIT-NOME      TO DECL-TIT-NOME.
005550     MOVE TIT-DOCUMENTO TO DECL-TIT-DOC.
005560     WRITE DECL-LINHA FROM DECL-LINHA-TIT-ADIC
005570             AFTER ADVANCING 1 LINE.
005580 2250-IMPRIMIR-TITULAR-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------*
005620* 2300-APURAR-SALDO-HISTORICO - PERCORRE AS FOTOS DO       *
005630*                 CLIENTE NO CLISDHST E FICA COM A ULTIMA  *
005640*                 ATE A DATA DE REFERENCIA (DIA SEM LOTE   *
005650*                 REPETE O SALDO DO DIA ANTERIOR)          *
005660*----------------------------------------------------------*
005670 2300-APURAR-SALDO-HISTORICO.
005680     MOVE "N" TO WRK-ACHOU-FOTO.
005690     IF NOT ARQUIVO-SDH-OK
005700         DISPLAY "CLIDECL: HISTORICO DE SALDOS INDISPONIVEL - "
005710                 "DECLARACAO EM DATA PASSADA NAO EMITIDA"
005720         GO TO 2300-APURAR-SALDO-HISTORICO-EXIT
005730     END-IF.
005740     IF CLI-DATA-ABERTURA > WRK-DATA-REFERENCIA
005750         DISPLAY "CLIDECL: CONTA " CLI-ID " ABERTA EM "
005760                 CLI-DATA-ABERTURA " - NAO EXISTIA NA DATA"
005770         GO TO 2300-APURAR-SALDO-HISTORICO-EXIT
005780     END-IF.
005790     MOVE "N" TO WRK-FIM-SDH.
005800     MOVE CLI-ID TO SDH-CLI-ID.
005810     MOVE ZEROS  TO SDH-DATA.
005820     START HISTORICO-SALDOS KEY IS GREATER THAN SDH-CHAVE
005830         INVALID KEY
005840             SET FIM-HISTORICO-SALDOS TO TRUE
005850     END-START.
005860     PERFORM 2350-LER-FOTO THRU 2350-LER-FOTO-EXIT
005870             UNTIL FIM-HISTORICO-SALDOS.
005880     IF NOT FOTO-ENCONTRADA
005890         DISPLAY "CLIDECL: SEM FOTO DE SALDO DO CLIENTE " CLI-ID
005900                 " ATE " WRK-DATA-REFERENCIA " (ANTERIOR AO "
005910                 "HISTORICO OU EXPURGADA PARA O CLISDANL)"
005920     END-IF.
005930 2300-APURAR-SALDO-HISTORICO-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------*
005970* 2350-LER-FOTO - LE A PROXIMA FOTO DO CLIENTE E GUARDA O  *
005980*                 SALDO SE AINDA NAO PASSOU DA DATA        *
005990*----------------------------------------------------------*
006000 2350-LER-FOTO.
006010     READ HISTORICO-SALDOS NEXT RECORD
006020         AT END
006030             SET FIM-HISTORICO-SALDOS TO TRUE
006040             GO TO 2350-LER-FOTO-EXIT
006050     END-READ.
006060     IF SDH-CLI-ID NOT = CLI-ID
006070             OR SDH-DATA > WRK-DATA-REFERENCIA
006080         SET FIM-HISTORICO-SALDOS TO TRUE
006090         GO TO 2350-LER-FOTO-EXIT
006100     END-IF.
006110     MOVE SDH-SALDO TO WRK-SALDO-DECLARADO.
006120     SET FOTO-ENCONTRADA TO TRUE.
006130 2350-LER-FOTO-EXIT.
006140     EXIT.
006150
006160*----------------------------------------------------------*
006170* 2500-PEDIR-DATA-REFERENCIA - PEDE E CRITICA A DATA DO    *
006180*                 SALDO (AAAAMMDD, ANTERIOR A HOJE); DATA  *
006190*                 INVALIDA DEVOLVE WRK-DATA-REFERENCIA     *
006200*                 ZERADA                                   *
006210*----------------------------------------------------------*
006220 2500-PEDIR-DATA-REFERENCIA.
006230     MOVE ZEROS TO WRK-DATA-REFERENCIA.
006240     DISPLAY "DATA DO SALDO (AAAAMMDD): ".
006250     ACCEPT WRK-DATA-INFORMADA.
006260     IF WRK-DATA-INFORMADA NOT NUMERIC
006270         DISPLAY "CLIDECL: DATA INVALIDA"
006280         GO TO 2500-PEDIR-DATA-REFERENCIA-EXIT
006290     END-IF.
006300     MOVE WRK-DATA-INFORMADA (5:2) TO WRK-MES-REFERENCIA.
006310     MOVE WRK-DATA-INFORMADA (7:2) TO WRK-DIA-REFERENCIA.
006320     IF WRK-MES-REFERENCIA < 1 OR WRK-MES-REFERENCIA > 12
006330             OR WRK-DIA-REFERENCIA < 1
006340             OR WRK-DIA-REFERENCIA > 31
006350         DISPLAY "CLIDECL: DATA INVALIDA"
006360         GO TO 2500-PEDIR-DATA-REFERENCIA-EXIT
006370     END-IF.
006380     IF WRK-DATA-INFORMADA NOT < WRK-DATA-SISTEMA
006390         DISPLAY "CLIDECL: DATA DEVE SER ANTERIOR A HOJE - USAR "
006400                 "A OPCAO E"
006410         GO TO 2500-PEDIR-DATA-REFERENCIA-EXIT
006420     END-IF.
006430     MOVE WRK-DATA-INFORMADA TO WRK-DATA-REFERENCIA.
006440 2500-PEDIR-DATA-REFERENCIA-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------*
006480* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
006490*----------------------------------------------------------*
006500 7000-GRAVAR-LOG.
006510     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
006520*    TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
006530*    9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
006540     ACCEPT WRK-HORA-COMPLETA FROM TIME.
006550     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
006560     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
006570     MOVE CLI-ID       TO MLOG-CLIENTE.
006580     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
006590 7000-GRAVAR-LOG-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR A DECLARACAO   *
006640*                 EMITIDA, PARA O CLIENVEL CONSOLIDAR EM   *
006650*                 ENVELOPE POR ENDERECO                    *
006660*----------------------------------------------------------*
006670 7600-REGISTRAR-CORREIO.
006680     IF NOT ARQUIVO-CORR-OK
006690         GO TO 7600-REGISTRAR-CORREIO-EXIT
006700     END-IF.
006710     MOVE SPACES           TO COR-REGISTRO.
006720     MOVE WRK-DATA-SISTEMA TO COR-DATA.
006730     MOVE "DECLAR  "       TO COR-ARQUIVO.
006740     SET COR-DECLARACAO    TO TRUE.
006750     MOVE WRK-NUMERO-DECL  TO COR-REFERENCIA.
006760     MOVE CLI-ID           TO COR-CLIENTE.
006770     MOVE CLI-AGENCIA      TO COR-AGENCIA.
006780     MOVE 1                TO COR-PAGINAS.
006790     WRITE COR-REGISTRO.
006800 7600-REGISTRAR-CORREIO-EXIT.
006810     EXIT.
006820
006830 9999-EXIT.
006840     STOP RUN.
