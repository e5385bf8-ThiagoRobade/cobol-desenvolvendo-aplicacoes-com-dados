000400*                    CLIMOVTO) - SEM ELA UMA SESSAO DO     *
000410*                    CLIMAINT DURANTE A PASSADA PODIA      *
000420*                    PERDER A REGRAVACAO.                  *
000430* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 107 *
000440*                    BYTES COM AS ALIQUOTAS DE IOF DO      *
000450*                    CHEQUE ESPECIAL (DIARIA E ADICIONAL). *
000460* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 115 *
000470*                    BYTES COM OS CICLOS DE                *
000480*                    RECADASTRAMENTO POR GRAU DE RISCO E A *
000490*                    CARENCIA DO BLOQUEIO DE SAQUE.        *
000500* 2026-10-15 EBC     REGISTRO DO CLIPARM ALARGADO PARA 125 *
000510*                    BYTES COM O TETO DE GARANTIA DO FGC   *
000520*                    POR DEPOSITANTE (PARM-TETO-FGC).      *
000530* 2026-10-15 EBC     CADA CARTA IMPRESSA NO CARTRCL E      *
000540*                    ANOTADA NO CLICORR (COPY CLICORRG),   *
000550*                    DE ONDE O CLIENVEL MONTA UM ENVELOPE  *
000560*                    POR ENDERECO COM TODA A               *
000570*                    CORRESPONDENCIA DO DIA.               *
000580*----------------------------------------------------------*
000590 ENVIRONMENT             DIVISION.
000600 CONFIGURATION           SECTION.
000610 SPECIAL-NAMES.
000620     DECIMAL-POINT IS COMMA.
000630
000640 INPUT-OUTPUT            SECTION.
000650 FILE-CONTROL.
000660     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CLI-ID
000700         FILE STATUS IS FS-CLIENTES-MASTER.
000710*----------------------------------------------------------*
000720* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000730*----------------------------------------------------------*
000740     SELECT CONTROLE ASSIGN TO "CLICTRL"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FS-CONTROLE.
000770     SELECT AUDITORIA ASSIGN TO "CLIAUDIT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-AUDITORIA.
000800     SELECT AUDITORIA-CHAVEADA ASSIGN TO "CLIAUDK"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS AUDK-CHAVE
000840         FILE STATUS IS FS-AUDK.
000850     SELECT PARAMETROS ASSIGN TO "CLIPARM"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FS-PARAMETROS.
000880     SELECT CONTROLE-RECLASS ASSIGN TO "CLIRCLCT"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS FS-CONTROLE-RECLASS.
000910     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-LOG-MANUTENCAO.
000940     SELECT CARTAS ASSIGN TO "CARTRCL"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FS-CARTAS.
000970     SELECT CARTAS-DESVIADAS ASSIGN TO "CARTADIV"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-CARTAS-DESVIADAS.
001000*----------------------------------------------------------*
001010* ITENS DO CORREIO DO DIA, CONSOLIDADOS EM ENVELOPE PELO   *
001020* CLIENVEL                                                 *
001030*----------------------------------------------------------*
001040     SELECT CORRESPONDENCIA ASSIGN TO "CLICORR"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS FS-CORRESPONDENCIA.
001070     SELECT RELATORIO ASSIGN TO "RELRCL"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS FS-RELATORIO.
001100
001110 DATA                    DIVISION.
001120 FILE                    SECTION.
001130 FD  CLIENTES-MASTER
001140     LABEL RECORD IS STANDARD.
001150     COPY CLIREG.
001160
001170 FD  AUDITORIA
001180     LABEL RECORD IS STANDARD.
001190 01  AUD-LINHA                PICTURE X(100).
001200
001210 FD  AUDITORIA-CHAVEADA
001220     LABEL RECORD IS STANDARD.
001230     COPY CLIAUKRG.
001240
001250 FD  PARAMETROS
001260     LABEL RECORD IS STANDARD.
001270 01  PARM-REGISTRO.
001280     05  FILLER              PICTURE X(42).
001290     05  PARM-IRRF-PREMIUM   PICTURE V9(04).
001300     05  PARM-IRRF-EMPRESA   PICTURE V9(04).
001310     05  PARM-TARIFA-PREMIUM PICTURE 9(06).
001320     05  PARM-TARIFA-EMPRESA PICTURE 9(06).
001330     05  PARM-DIAS-CARTA     PICTURE 9(02).
001340     05  PARM-PCT-INDICE     PICTURE 9(03).
001350     05  PARM-LIM-MOV-AVULSO PICTURE 9(10).
001360     05  PARM-LIM-MOV-MES    PICTURE 9(10).
001370     05  PARM-SALDO-MIN-PREM PICTURE 9(10).
001380     05  PARM-IOF-DIARIO     PICTURE V9(06).
001390     05  PARM-IOF-ADICIONAL  PICTURE V9(04).
001400     05  PARM-CICLO-ALTO     PICTURE 9(02).
001410     05  PARM-CICLO-MEDIO    PICTURE 9(02).
001420     05  PARM-CICLO-BAIXO    PICTURE 9(02).
001430     05  PARM-CARENCIA-KYC   PICTURE 9(02).
001440     05  PARM-TETO-FGC       PICTURE 9(10).
001450
001460 FD  CONTROLE-RECLASS
001470     LABEL RECORD IS STANDARD.
001480 01  RCLCT-REGISTRO.
001490     05  RCLCT-ULTIMO-AAAAMM  PICTURE 9(06).
001500
001510 FD  LOG-MANUTENCAO
001520     LABEL RECORD IS STANDARD.
001530 01  MLOG-LINHA               PICTURE X(120).
001540
001550 FD  CARTAS
001560     LABEL RECORD IS STANDARD.
001570 01  CARTA-LINHA              PICTURE X(132).
001580
001590 FD  CARTAS-DESVIADAS
001600     LABEL RECORD IS STANDARD.
001610 01  DESV-REGISTRO.
001620     05  DESV-AGENCIA        PICTURE 9(04).
001630     05  FILLER              PICTURE X(01) VALUE SPACES.
001640     05  DESV-CLIENTE        PICTURE 9(06).
001650     05  FILLER              PICTURE X(01) VALUE SPACES.
001660     05  DESV-NOME           PICTURE X(20).
001670     05  FILLER              PICTURE X(01) VALUE SPACES.
001680     05  DESV-MOTIVO         PICTURE X(30).
001690     05  FILLER              PICTURE X(17) VALUE SPACES.
001700
001710 FD  CORRESPONDENCIA
001720     LABEL RECORD IS STANDARD.
001730     COPY CLICORRG.
001740
001750 FD  RELATORIO
001760     LABEL RECORD IS STANDARD.
001770 01  REL-LINHA               PICTURE X(132).
001780
001790
001800 FD  CONTROLE
001810     LABEL RECORD IS STANDARD.
001820 01  CTRL-REGISTRO.
001830     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001840     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001850     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001860
001870 WORKING-STORAGE         SECTION.
001880 01  WRK-FLAGS.
001890     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001900         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001910     05  WRK-FIM-AUDIT   PICTURE X(01)      VALUE "N".
001920         88  FIM-ARQUIVO-AUDITORIA          VALUE "S".
001930     05  WRK-TEM-AUDK    PICTURE X(01)      VALUE "N".
001940         88  ARQUIVO-AUDK-OK                VALUE "S".
001950     05  WRK-AUDK-OK     PICTURE X(01)      VALUE "N".
001960         88  AUDK-GRAVADO                   VALUE "S".
001970 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001980 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001990 01  FS-AUDITORIA        PICTURE X(02)      VALUE "00".
002000 01  FS-AUDK             PICTURE X(02)      VALUE "00".
002010 01  FS-PARAMETROS       PICTURE X(02)      VALUE "00".
002020 01  FS-CONTROLE-RECLASS PICTURE X(02)      VALUE "00".
002030 01  FS-LOG-MANUTENCAO   PICTURE X(02)      VALUE "00".
002040 01  FS-CARTAS-DESVIADAS PICTURE X(02)      VALUE "00".
002050 01  FS-CORRESPONDENCIA  PICTURE X(02)      VALUE "00".
002060 01  FS-CARTAS           PICTURE X(02)      VALUE "00".
002070 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
002080 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
002090 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
002100 77  WRK-DATA-EXECUCAO   PICTURE 9(08)      VALUE ZEROS.
002110 77  WRK-AAAAMM-EXEC     PICTURE 9(06)      VALUE ZEROS.
002120 77  WRK-AAAAMM-LINHA    PICTURE 9(06)      VALUE ZEROS.
002130 77  WRK-SALDO-MIN-PREM  PICTURE 9(10)      COMP VALUE ZEROS.
002140 77  WRK-SALDO-NOVO-NUM  PICTURE S9(10)V99  COMP VALUE ZEROS.
002150 77  WRK-SALDO-MEDIO     PICTURE S9(12)     COMP VALUE ZEROS.
002160 77  WRK-CLIENTE-BUSCA   PICTURE 9(06)      VALUE ZEROS.
002170 77  WRK-IDX-CLI         PICTURE 9(04)      COMP VALUE ZEROS.
002180 77  WRK-IDX-CLI-ACHADO  PICTURE 9(04)      COMP VALUE ZEROS.
002190 77  WRK-QTD-CLI         PICTURE 9(04)      COMP VALUE ZEROS.
002200 77  WRK-MAX-CLI         PICTURE 9(04)      COMP VALUE 5000.
002210 77  WRK-TIPO-ANTES      PICTURE X(01)      VALUE SPACES.
002220 77  WRK-CONT-SUBIDAS    PICTURE 9(06)      COMP VALUE ZEROS.
002230 77  WRK-CONT-DESCIDAS   PICTURE 9(06)      COMP VALUE ZEROS.
002240 77  WRK-CONT-DESVIADAS  PICTURE 9(06)      COMP VALUE ZEROS.
002250 77  WRK-CONT-CARTAS     PICTURE 9(06)      COMP VALUE ZEROS.
002260 77  WRK-HORA-COMPLETA   PICTURE 9(08)      VALUE ZEROS.
002270 77  WRK-AUDK-SEQ        PICTURE 9(04)      VALUE ZEROS.
002280 77  WRK-SALDO-MEDIO-ED  PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002290
002300*----------------------------------------------------------*
002310* SOMA E CONTAGEM DOS SALDOS NOVOS DO MES, POR CLIENTE,    *
002320* PARA O SALDO MEDIO                                       *
002330*----------------------------------------------------------*
002340 01  TAB-MEDIAS.
002350     05  TAB-MED-ENTRADA         OCCURS 5000 TIMES.
002360         10  TAB-MED-CLIENTE      PICTURE 9(06).
002370         10  TAB-MED-SOMA         PICTURE S9(14)V99 COMP.
002380         10  TAB-MED-QTD          PICTURE 9(06)     COMP.
002390
002400*----------------------------------------------------------*
002410* LINHA DE AUDITORIA DESMONTADA (LAYOUT CLIAUDRG)          *
002420*----------------------------------------------------------*
002430     COPY CLIAUDRG.
002440
002450*----------------------------------------------------------*
002460* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
002470* CLIMAINT - OPERADOR "CLIRECLA" IDENTIFICA O LOTE         *
002480*----------------------------------------------------------*
002490 01  MLOG-REGISTRO.
002500     05  MLOG-DATA            PICTURE 9(08).
002510     05  FILLER               PICTURE X(01) VALUE SPACES.
002520     05  MLOG-HORA            PICTURE 9(06).
002530     05  FILLER               PICTURE X(01) VALUE SPACES.
002540     05  MLOG-OPERADOR        PICTURE X(08).
002550     05  FILLER               PICTURE X(01) VALUE SPACES.
002560     05  MLOG-FUNCAO          PICTURE X(01).
002570     05  FILLER               PICTURE X(01) VALUE SPACES.
002580     05  MLOG-CLIENTE         PICTURE 9(06).
002590     05  FILLER               PICTURE X(01) VALUE SPACES.
002600     05  MLOG-CAMPO           PICTURE X(12).
002610     05  FILLER               PICTURE X(01) VALUE SPACES.
002620     05  MLOG-ANTES           PICTURE X(34).
002630     05  FILLER               PICTURE X(01) VALUE SPACES.
002640     05  MLOG-DEPOIS          PICTURE X(34).
002650     05  FILLER               PICTURE X(04) VALUE SPACES.
002660
002670*----------------------------------------------------------*
002680* LINHAS DA CARTA DE AVISO, NOS MOLDES DO CLICARTA         *
002690*----------------------------------------------------------*
002700 01  CARTA-SEPARADOR.
002710     05  FILLER              PICTURE X(40) VALUE ALL "=".
002720     05  FILLER              PICTURE X(92) VALUE SPACES.
002730 01  CARTA-DESTINATARIO.
002740     05  FILLER              PICTURE X(06) VALUE "PARA: ".
002750     05  CARTA-NOME          PICTURE X(20).
002760     05  FILLER              PICTURE X(02) VALUE SPACES.
002770     05  CARTA-ENDERECO      PICTURE X(30).
002780     05  FILLER              PICTURE X(74) VALUE SPACES.
002790 01  CARTA-CIDADE-LINHA.
002800     05  FILLER              PICTURE X(06) VALUE SPACES.
002810     05  CARTA-CIDADE        PICTURE X(20).
002820     05  FILLER              PICTURE X(01) VALUE "-".
002830     05  CARTA-UF            PICTURE X(02).
002840     05  FILLER              PICTURE X(05) VALUE " CEP ".
002850     05  CARTA-CEP           PICTURE 9(08).
002860     05  FILLER              PICTURE X(90) VALUE SPACES.
002870 01  CARTA-TEXTO-1.
002880     05  FILLER              PICTURE X(46)
002890       VALUE "COMUNICAMOS A RECLASSIFICACAO DA SUA CONTA".
002900     05  FILLER              PICTURE X(86) VALUE SPACES.
002910 01  CARTA-TIPO-LINHA.
002920     05  FILLER              PICTURE X(14)
002930             VALUE "DE (TIPO):    ".
002940     05  CARTA-TIPO-ANTES    PICTURE X(12).
002950     05  FILLER              PICTURE X(14)
002960             VALUE "  PARA (TIPO):".
002970     05  CARTA-TIPO-DEPOIS   PICTURE X(12).
002980     05  FILLER              PICTURE X(80) VALUE SPACES.
002990 01  CARTA-MEDIA-LINHA.
003000     05  FILLER              PICTURE X(25)
003010             VALUE "SALDO MEDIO DO MES:      ".
003020     05  CARTA-MEDIA         PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003030     05  FILLER              PICTURE X(89) VALUE SPACES.
003040 01  CARTA-TEXTO-2.
003050     05  FILLER              PICTURE X(48)
003060       VALUE "AS NOVAS TAXAS DO TIPO PASSAM A VALER DESDE JA.".
003070     05  FILLER              PICTURE X(84) VALUE SPACES.
003080
003090 01  REL-CABECALHO.
003100     05  FILLER              PICTURE X(48)
003110       VALUE "RECLASSIFICACAO MENSAL DE CONTAS (CLIRECLA)".
003120     05  FILLER              PICTURE X(84) VALUE SPACES.
003130 01  REL-RODAPE.
003140     05  REL-ROD-ROTULO      PICTURE X(30).
003150     05  REL-ROD-VALOR       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
003160     05  FILLER              PICTURE X(84) VALUE SPACES.
003170
003180 PROCEDURE               DIVISION.
003190*----------------------------------------------------------*
003200* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
003210*----------------------------------------------------------*
003220 0000-MAINLINE.
003230     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
003240     PERFORM 2000-AVALIAR-CLIENTE  THRU 2000-AVALIAR-CLIENTE-EXIT
003250             UNTIL FIM-ARQUIVO-CLIENTES.
003260     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
003270     GO TO 9999-EXIT.
003280
003290*----------------------------------------------------------*
003300* 1000-INICIALIZAR - GUARDA DE MES, LIMIAR, MEDIAS DO MES  *
003310*                    E ABERTURAS                           *
003320*----------------------------------------------------------*
003330 1000-INICIALIZAR.
003340     ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
003350     COMPUTE WRK-AAAAMM-EXEC = WRK-DATA-EXECUCAO / 100.
003360     PERFORM 1150-VERIFICAR-MES THRU 1150-VERIFICAR-MES-EXIT.
003370     OPEN INPUT PARAMETROS.
003380     IF FS-PARAMETROS = "00"
003390         READ PARAMETROS
003400             AT END
003410                 CONTINUE
003420             NOT AT END
003430                 MOVE PARM-SALDO-MIN-PREM TO WRK-SALDO-MIN-PREM
003440         END-READ
003450         CLOSE PARAMETROS
003460     END-IF.
003470     IF WRK-SALDO-MIN-PREM = ZEROS
003480         DISPLAY "CLIRECLA: PARM-SALDO-MIN-PREM ZERADO - "
003490                 "RECLASSIFICACAO DESLIGADA"
003500         GO TO 9999-EXIT
003510     END-IF.
003520     OPEN INPUT AUDITORIA.
003530     IF FS-AUDITORIA NOT = "00"
003540         DISPLAY "CLIRECLA: ERRO AO ABRIR CLIAUDIT - STATUS "
003550                 FS-AUDITORIA
003560         MOVE 16 TO RETURN-CODE
003570         GO TO 9999-EXIT
003580     END-IF.
003590     PERFORM 1200-LER-AUDITORIA THRU 1200-LER-AUDITORIA-EXIT
003600             UNTIL FIM-ARQUIVO-AUDITORIA.
003610     CLOSE AUDITORIA.
003620     OPEN I-O CLIENTES-MASTER.
003630     IF FS-CLIENTES-MASTER NOT = "00"
003640         DISPLAY "CLIRECLA: ERRO AO ABRIR CLIMSTR - STATUS "
003650                 FS-CLIENTES-MASTER
003660         MOVE 16 TO RETURN-CODE
003670         GO TO 9999-EXIT
003680     END-IF.
003690*    O LOTE ATUALIZA O MESTRE: LIGA A TRAVA DO CLICTRL
003700*    PARA O CLIMAINT NAO ATUALIZAR POR BAIXO DA PASSADA.
003710     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003720             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003730     OPEN EXTEND AUDITORIA.
003740     OPEN I-O AUDITORIA-CHAVEADA.
003750     IF FS-AUDK = "00" OR FS-AUDK = "05"
003760         SET ARQUIVO-AUDK-OK TO TRUE
003770     ELSE
003780         DISPLAY "CLIRECLA: CLIAUDK INDISPONIVEL - STATUS "
003790                 FS-AUDK " - RODAR O CLIAUDKL DEPOIS"
003800     END-IF.
003810     OPEN EXTEND LOG-MANUTENCAO.
003820     OPEN OUTPUT CARTAS.
003830     OPEN OUTPUT CARTAS-DESVIADAS.
003840     OPEN EXTEND CORRESPONDENCIA.
003850     IF FS-CORRESPONDENCIA NOT = "00"
003860         DISPLAY "CLIRECLA: CLICORR INDISPONIVEL - STATUS "
003870                 FS-CORRESPONDENCIA " - CARTAS FORA DO ENVELOPE"
003880     END-IF.
003890     OPEN OUTPUT RELATORIO.
003900     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003910     PERFORM 2100-LER-PROXIMO-CLIENTE
003920             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
003930 1000-INICIALIZAR-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970* 1150-VERIFICAR-MES - MES JA RECLASSIFICADO SEGUNDO O     *
003980*                    CLIRCLCT TERMINA LIMPO                *
003990*----------------------------------------------------------*
004000 1150-VERIFICAR-MES.
004010     OPEN INPUT CONTROLE-RECLASS.
004020     IF FS-CONTROLE-RECLASS = "00"
004030         READ CONTROLE-RECLASS
004040             AT END
004050                 CONTINUE
004060             NOT AT END
004070                 IF RCLCT-ULTIMO-AAAAMM = WRK-AAAAMM-EXEC
004080                     DISPLAY "CLIRECLA: RECLASSIFICACAO DO MES "
004090                             WRK-AAAAMM-EXEC
004100                             " JA EXECUTADA - NADA A FAZER"
004110                     CLOSE CONTROLE-RECLASS
004120                     GO TO 9999-EXIT
004130                 END-IF
004140         END-READ
004150         CLOSE CONTROLE-RECLASS
004160     END-IF.
004170 1150-VERIFICAR-MES-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------*
004210* 1200-LER-AUDITORIA - SOMA O SALDO NOVO DE CADA LINHA DO  *
004220*                    MES NO CLIENTE DELA, PARA A MEDIA     *
004230*----------------------------------------------------------*
004240 1200-LER-AUDITORIA.
004250     READ AUDITORIA
004260         AT END
004270             SET FIM-ARQUIVO-AUDITORIA TO TRUE
004280             GO TO 1200-LER-AUDITORIA-EXIT
004290     END-READ.
004300     MOVE AUD-LINHA TO AUD-REGISTRO.
004310     COMPUTE WRK-AAAAMM-LINHA = AUD-DATA / 100.
004320     IF WRK-AAAAMM-LINHA NOT = WRK-AAAAMM-EXEC
004330         GO TO 1200-LER-AUDITORIA-EXIT
004340     END-IF.
004350     MOVE AUD-CLIENTE-ID TO WRK-CLIENTE-BUSCA.
004360     PERFORM 1250-PROCURAR-CLIENTE
004370             THRU 1250-PROCURAR-CLIENTE-EXIT.
004380     IF WRK-IDX-CLI-ACHADO = ZEROS
004390         IF WRK-QTD-CLI >= WRK-MAX-CLI
004400             DISPLAY "CLIRECLA: TABELA DE MEDIAS CHEIA - "
004410                     "CLIENTE " WRK-CLIENTE-BUSCA " NAO APURADO"
004420             GO TO 1200-LER-AUDITORIA-EXIT
004430         END-IF
004440         ADD 1 TO WRK-QTD-CLI
004450         MOVE WRK-QTD-CLI TO WRK-IDX-CLI-ACHADO
004460         MOVE WRK-CLIENTE-BUSCA
004470                 TO TAB-MED-CLIENTE (WRK-IDX-CLI-ACHADO)
004480         MOVE ZEROS TO TAB-MED-SOMA (WRK-IDX-CLI-ACHADO)
004490         MOVE ZEROS TO TAB-MED-QTD (WRK-IDX-CLI-ACHADO)
004500     END-IF.
004510     MOVE AUD-SALDO-NOVO TO WRK-SALDO-NOVO-NUM.
004520     ADD WRK-SALDO-NOVO-NUM
004530             TO TAB-MED-SOMA (WRK-IDX-CLI-ACHADO).
004540     ADD 1 TO TAB-MED-QTD (WRK-IDX-CLI-ACHADO).
004550 1200-LER-AUDITORIA-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------*
004590* 1250-PROCURAR-CLIENTE - LOCALIZA A ENTRADA DO CLIENTE    *
004600*----------------------------------------------------------*
004610 1250-PROCURAR-CLIENTE.
004620     MOVE ZEROS TO WRK-IDX-CLI-ACHADO.
004630     PERFORM 1260-CONFERIR-CLIENTE
004640             THRU 1260-CONFERIR-CLIENTE-EXIT
004650             VARYING WRK-IDX-CLI FROM 1 BY 1
004660             UNTIL WRK-IDX-CLI > WRK-QTD-CLI.
004670 1250-PROCURAR-CLIENTE-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------*
004710* 1260-CONFERIR-CLIENTE - CONFERE UMA ENTRADA DA TABELA    *
004720*----------------------------------------------------------*
004730 1260-CONFERIR-CLIENTE.
004740     IF WRK-IDX-CLI-ACHADO = ZEROS
004750             AND TAB-MED-CLIENTE (WRK-IDX-CLI)
004760             = WRK-CLIENTE-BUSCA
004770         MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO
004780     END-IF.
004790 1260-CONFERIR-CLIENTE-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------*
004830* 2000-AVALIAR-CLIENTE - APLICA A REGRA DE QUALIFICACAO A  *
004840*                    UMA CONTA BRL ATIVA (POUPANCA SOBE,   *
004850*                    PREMIUM DESCE; EMPRESARIAL NAO ENTRA) *
004860*----------------------------------------------------------*
004870 2000-AVALIAR-CLIENTE.
004880     IF NOT CLI-ATIVO
004890             OR NOT MOEDA-REAL
004900             OR CONTA-EMPRESARIAL
004910             OR CLI-DATA-ENCERRAMENTO NOT = ZEROS
004920         GO TO 2000-AVALIAR-CLIENTE-LER
004930     END-IF.
004940     MOVE CLI-ID TO WRK-CLIENTE-BUSCA.
004950     PERFORM 1250-PROCURAR-CLIENTE
004960             THRU 1250-PROCURAR-CLIENTE-EXIT.
004970     IF WRK-IDX-CLI-ACHADO = ZEROS
004980             OR TAB-MED-QTD (WRK-IDX-CLI-ACHADO) = ZEROS
004990         MOVE CLI-SALDO TO WRK-SALDO-MEDIO
005000     ELSE
005010         COMPUTE WRK-SALDO-MEDIO ROUNDED =
005020                 TAB-MED-SOMA (WRK-IDX-CLI-ACHADO)
005030                 / TAB-MED-QTD (WRK-IDX-CLI-ACHADO)
005040     END-IF.
005050     IF CONTA-POUPANCA
005060             AND WRK-SALDO-MEDIO >= WRK-SALDO-MIN-PREM
005070         MOVE CLI-TIPO-CONTA TO WRK-TIPO-ANTES
005080         MOVE "P" TO CLI-TIPO-CONTA
005090         ADD 1 TO WRK-CONT-SUBIDAS
005100         PERFORM 3000-EFETIVAR-TROCA
005110                 THRU 3000-EFETIVAR-TROCA-EXIT
005120         GO TO 2000-AVALIAR-CLIENTE-LER
005130     END-IF.
005140     IF CONTA-PREMIUM
005150             AND WRK-SALDO-MEDIO < WRK-SALDO-MIN-PREM
005160         MOVE CLI-TIPO-CONTA TO WRK-TIPO-ANTES
005170         MOVE "S" TO CLI-TIPO-CONTA
005180         ADD 1 TO WRK-CONT-DESCIDAS
005190         PERFORM 3000-EFETIVAR-TROCA
005200                 THRU 3000-EFETIVAR-TROCA-EXIT
005210     END-IF.
005220 2000-AVALIAR-CLIENTE-LER.
005230     PERFORM 2100-LER-PROXIMO-CLIENTE
005240             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
005250 2000-AVALIAR-CLIENTE-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* 3000-EFETIVAR-TROCA - REGRAVA O TIPO, GRAVA A AUDITORIA  *
005300*                    "Q" (E O ESPELHO), O CLIMLOG E A      *
005310*                    CARTA DE AVISO                        *
005320*----------------------------------------------------------*
005330 3000-EFETIVAR-TROCA.
005340     REWRITE CLI-REGISTRO.
005350     IF FS-CLIENTES-MASTER NOT = "00"
005360         DISPLAY "CLIRECLA: ERRO AO REGRAVAR CLIENTE "
005370                 CLI-ID " STATUS " FS-CLIENTES-MASTER
005380         GO TO 3000-EFETIVAR-TROCA-EXIT
005390     END-IF.
005400     MOVE WRK-DATA-EXECUCAO TO AUD-DATA.
005410     MOVE CLI-ID            TO AUD-CLIENTE-ID.
005420     MOVE CLI-SALDO         TO AUD-SALDO-ANTERIOR.
005430     MOVE CLI-SALDO         TO AUD-SALDO-NOVO.
005440     MOVE ZEROS             TO AUD-TAXA-APLICADA.
005450     MOVE ZEROS             TO AUD-JUROS-DIA.
005460     MOVE "Q"               TO AUD-ORIGEM.
005470     MOVE ZEROS             TO AUD-SALDO-BASE.
005480     WRITE AUD-LINHA FROM AUD-REGISTRO.
005490     PERFORM 7700-ESPELHAR-AUDK THRU 7700-ESPELHAR-AUDK-EXIT.
005500     MOVE "Q" TO MLOG-FUNCAO.
005510     MOVE "TIPO CONTA  " TO MLOG-CAMPO.
005520     MOVE WRK-TIPO-ANTES  TO MLOG-ANTES.
005530     MOVE CLI-TIPO-CONTA  TO MLOG-DEPOIS.
005540     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
005550     PERFORM 4000-EMITIR-CARTA THRU 4000-EMITIR-CARTA-EXIT.
005560 3000-EFETIVAR-TROCA-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------*
005600* 4000-EMITIR-CARTA - CARTA DE AVISO AO CLIENTE, NOS       *
005610*                    MOLDES DO CLICARTA                    *
005620*----------------------------------------------------------*
005630 4000-EMITIR-CARTA.
005640*    ENDERECO REPROVADO NO SCRUB DE CEP NAO VAI AO CORREIO:
005650*    A CARTA E DESVIADA PARA A LISTA DE TRATAMENTO DA
005660*    AGENCIA, COMO NO CLICARTA.
005670     IF ENDERECO-DIVERGENTE
005680         MOVE CLI-AGENCIA TO DESV-AGENCIA
005690         MOVE CLI-ID      TO DESV-CLIENTE
005700         MOVE CLI-NOME    TO DESV-NOME
005710         MOVE "ENDERECO DIVERGENTE NO CEP" TO DESV-MOTIVO
005720         WRITE DESV-REGISTRO
005730         ADD 1 TO WRK-CONT-DESVIADAS
005740         GO TO 4000-EMITIR-CARTA-EXIT
005750     END-IF.
005760     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
005770             AFTER ADVANCING PAGE.
005780     MOVE CLI-NOME     TO CARTA-NOME.
005790     MOVE CLI-ENDERECO TO CARTA-ENDERECO.
005800     WRITE CARTA-LINHA FROM CARTA-DESTINATARIO
005810             AFTER ADVANCING 1 LINE.
005820     MOVE CLI-CIDADE TO CARTA-CIDADE.
005830     MOVE CLI-UF     TO CARTA-UF.
005840     MOVE CLI-CEP    TO CARTA-CEP.
005850     WRITE CARTA-LINHA FROM CARTA-CIDADE-LINHA
005860             AFTER ADVANCING 1 LINE.
005870     WRITE CARTA-LINHA FROM CARTA-TEXTO-1
005880             AFTER ADVANCING 2 LINES.
005890     IF WRK-TIPO-ANTES = "S"
005900         MOVE "POUPANCA    " TO CARTA-TIPO-ANTES
005910     ELSE
005920         MOVE "PREMIUM     " TO CARTA-TIPO-ANTES
005930     END-IF.
005940     IF CONTA-PREMIUM
005950         MOVE "PREMIUM     " TO CARTA-TIPO-DEPOIS
005960     ELSE
005970         MOVE "POUPANCA    " TO CARTA-TIPO-DEPOIS
005980     END-IF.
005990     WRITE CARTA-LINHA FROM CARTA-TIPO-LINHA
006000             AFTER ADVANCING 1 LINE.
006010     MOVE WRK-SALDO-MEDIO TO CARTA-MEDIA.
006020     WRITE CARTA-LINHA FROM CARTA-MEDIA-LINHA
006030             AFTER ADVANCING 1 LINE.
006040     WRITE CARTA-LINHA FROM CARTA-TEXTO-2
006050             AFTER ADVANCING 2 LINES.
006060     WRITE CARTA-LINHA FROM CARTA-SEPARADOR
006070             AFTER ADVANCING 1 LINE.
006080     ADD 1 TO WRK-CONT-CARTAS.
006090     PERFORM 7600-REGISTRAR-CORREIO
006100             THRU 7600-REGISTRAR-CORREIO-EXIT.
006110 4000-EMITIR-CARTA-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------*
006150* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
006160*----------------------------------------------------------*
006170 2100-LER-PROXIMO-CLIENTE.
006180     READ CLIENTES-MASTER NEXT RECORD
006190         AT END
006200             SET FIM-ARQUIVO-CLIENTES TO TRUE
006210     END-READ.
006220 2100-LER-PROXIMO-CLIENTE-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------*
006260* 7700-ESPELHAR-AUDK - GRAVA NO CLIAUDK O ESPELHO DA LINHA *
006270*                    DE AUDITORIA RECEM-GRAVADA            *
006280*----------------------------------------------------------*
006290 7700-ESPELHAR-AUDK.
006300     IF NOT ARQUIVO-AUDK-OK
006310         GO TO 7700-ESPELHAR-AUDK-EXIT
006320     END-IF.
006330     MOVE AUD-CLIENTE-ID TO AUDK-CLIENTE.
006340     MOVE AUD-DATA       TO AUDK-DATA.
006350     MOVE AUD-REGISTRO   TO AUDK-LINHA.
006360     MOVE "N" TO WRK-AUDK-OK.
006370     MOVE 1 TO WRK-AUDK-SEQ.
006380     PERFORM 7750-TENTAR-AUDK THRU 7750-TENTAR-AUDK-EXIT
006390             UNTIL AUDK-GRAVADO OR WRK-AUDK-SEQ > 9999.
006400 7700-ESPELHAR-AUDK-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------*
006440* 7750-TENTAR-AUDK - TENTA A SEQUENCIA CORRENTE            *
006450*----------------------------------------------------------*
006460 7750-TENTAR-AUDK.
006470     MOVE WRK-AUDK-SEQ TO AUDK-SEQ.
006480     WRITE AUDK-REGISTRO
006490         INVALID KEY
006500             ADD 1 TO WRK-AUDK-SEQ
006510         NOT INVALID KEY
006520             SET AUDK-GRAVADO TO TRUE
006530     END-WRITE.
006540 7750-TENTAR-AUDK-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------*
006580* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
006590*----------------------------------------------------------*
006600 7000-GRAVAR-LOG.
006610     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
006620*    TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
006630*    9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
006640     ACCEPT WRK-HORA-COMPLETA FROM TIME.
006650     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
006660     MOVE "CLIRECLA" TO MLOG-OPERADOR.
006670     MOVE CLI-ID TO MLOG-CLIENTE.
006680     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
006690 7000-GRAVAR-LOG-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------*
006730* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
006740*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
006750*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
006760*                  EM 9000 - O CLIMAINT RECUSA ATUALIZAR O *
006770*                  MESTRE ENQUANTO A TRAVA ESTIVER DE PE   *
006780*----------------------------------------------------------*
006790 1160-MARCAR-EM-PROCESSAMENTO.
006800     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
006810     OPEN INPUT CONTROLE.
006820     IF FS-CONTROLE = "00"
006830         READ CONTROLE
006840             AT END
006850                 CONTINUE
006860             NOT AT END
006870                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
006880                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
006890         END-READ
006900         CLOSE CONTROLE
006910     END-IF.
006920     OPEN OUTPUT CONTROLE.
006930     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
006940     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
006950     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
006960     WRITE CTRL-REGISTRO.
006970     CLOSE CONTROLE.
006980 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------*
007020* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
007030*                  CLICTRL AO FIM DA PASSADA               *
007040*----------------------------------------------------------*
007050 1170-DESMARCAR-PROCESSAMENTO.
007060     OPEN OUTPUT CONTROLE.
007070     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
007080     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
007090     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
007100     WRITE CTRL-REGISTRO.
007110     CLOSE CONTROLE.
007120 1170-DESMARCAR-PROCESSAMENTO-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------*
007160* 7600-REGISTRAR-CORREIO - ANOTA NO CLICORR O DOCUMENTO    *
007170*                    IMPRESSO, PARA O CLIENVEL CONSOLIDAR  *
007180*                    EM ENVELOPE POR ENDERECO              *
007190*----------------------------------------------------------*
007200 7600-REGISTRAR-CORREIO.
007210     IF FS-CORRESPONDENCIA NOT = "00"
007220         GO TO 7600-REGISTRAR-CORREIO-EXIT
007230     END-IF.
007240     MOVE SPACES           TO COR-REGISTRO.
007250     MOVE WRK-DATA-EXECUCAO TO COR-DATA.
007260     MOVE "CARTRCL "       TO COR-ARQUIVO.
007270     SET COR-CARTA         TO TRUE.
007280     MOVE WRK-CONT-CARTAS  TO COR-REFERENCIA.
007290     MOVE CLI-ID           TO COR-CLIENTE.
007300     MOVE CLI-AGENCIA      TO COR-AGENCIA.
007310     MOVE 1                TO COR-PAGINAS.
007320     WRITE COR-REGISTRO.
007330 7600-REGISTRAR-CORREIO-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------*
007370* 9000-FINALIZAR - TOTAIS, CONTROLE DO MES E FECHAMENTO    *
007380*----------------------------------------------------------*
007390 9000-FINALIZAR.
007400     MOVE "SUBIDAS PARA PREMIUM          " TO REL-ROD-ROTULO.
007410     MOVE WRK-CONT-SUBIDAS TO REL-ROD-VALOR.
007420     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
007430     MOVE "DESCIDAS PARA POUPANCA        " TO REL-ROD-ROTULO.
007440     MOVE WRK-CONT-DESCIDAS TO REL-ROD-VALOR.
007450     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007460     MOVE "CARTAS DESVIADAS (CARTADIV)   " TO REL-ROD-ROTULO.
007470     MOVE WRK-CONT-DESVIADAS TO REL-ROD-VALOR.
007480     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007490     CLOSE CLIENTES-MASTER AUDITORIA LOG-MANUTENCAO CARTAS
007500             CARTAS-DESVIADAS RELATORIO.
007510     IF FS-CORRESPONDENCIA = "00"
007520         CLOSE CORRESPONDENCIA
007530     END-IF.
007540     IF ARQUIVO-AUDK-OK
007550         CLOSE AUDITORIA-CHAVEADA
007560     END-IF.
007570     OPEN OUTPUT CONTROLE-RECLASS.
007580     MOVE WRK-AAAAMM-EXEC TO RCLCT-ULTIMO-AAAAMM.
007590     WRITE RCLCT-REGISTRO.
007600     CLOSE CONTROLE-RECLASS.
007610     PERFORM 1170-DESMARCAR-PROCESSAMENTO
007620             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
007630 9000-FINALIZAR-EXIT.
007640     EXIT.
007650
007660 9999-EXIT.
007670     STOP RUN.
