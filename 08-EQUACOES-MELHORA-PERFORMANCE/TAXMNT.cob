000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             TAXMNT.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - TELA DO SUPERVISOR  *
000120*                    PARA AS TAXAS DE CAMBIO E INDICES     *
000130*                    RETIDAS PELO CLITXCAR NO HISTORICO    *
000140*                    CLITXHS (LAYOUT CLITXHRG), NOS MOLDES *
000150*                    DO RETMNT. SIGN-ON SO DE PERFIL       *
000160*                    SUPERVISOR NO CLIOPER. LISTA OS DIAS  *
000170*                    RETIDOS E EM ESPERA, CONFIRMA OU      *
000180*                    RECUSA (MOTIVO OBRIGATORIO) CADA DIA  *
000190*                    RETIDO - A CARGA FICA PARA A PROXIMA  *
000200*                    EXECUCAO DO CLITXCAR - E MANTEM AS    *
000210*                    TOLERANCIAS DE VARIACAO DO CLITXPR    *
000220*                    (LAYOUT CLITXPRG). TODA DECISAO E     *
000230*                    ALTERACAO DE TOLERANCIA E LOGADA NO   *
000240*                    CLIMLOG.                              *
000250*----------------------------------------------------------*
000260 ENVIRONMENT             DIVISION.
000270 CONFIGURATION           SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300
000310 INPUT-OUTPUT            SECTION.
000320 FILE-CONTROL.
000330*----------------------------------------------------------*
000340* HISTORICO DAS TAXAS CARREGADAS E RETIDAS PELO CLITXCAR   *
000350*----------------------------------------------------------*
000360     SELECT HISTORICO-TAXAS ASSIGN TO "CLITXHS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS TXH-CHAVE
000400         FILE STATUS IS FS-HISTORICO-TAXAS.
000410*----------------------------------------------------------*
000420* TOLERANCIAS DA CARGA (UM REGISTRO SO)                    *
000430*----------------------------------------------------------*
000440     SELECT TOLERANCIAS ASSIGN TO "CLITXPR"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS FS-TOLERANCIAS.
000470*----------------------------------------------------------*
000480* LOG DAS ACOES DE MANUTENCAO, COM IMAGEM ANTES/DEPOIS     *
000490*----------------------------------------------------------*
000500     SELECT LOG-MANUTENCAO ASSIGN TO "CLIMLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-LOG-MANUTENCAO.
000530
000540 DATA                    DIVISION.
000550 FILE                    SECTION.
000560 FD  HISTORICO-TAXAS
000570     LABEL RECORD IS STANDARD.
000580     COPY CLITXHRG.
000590
000600 FD  TOLERANCIAS
000610     LABEL RECORD IS STANDARD.
000620     COPY CLITXPRG.
000630
000640 FD  LOG-MANUTENCAO
000650     LABEL RECORD IS STANDARD.
000660 01  MLOG-LINHA               PICTURE X(120).
000670
000680
000690 WORKING-STORAGE         SECTION.
000700 01  WRK-FLAGS.
000710     05  WRK-SAIR            PICTURE X(01)      VALUE "N".
000720         88  SAIR-DO-MENU                       VALUE "S".
000730     05  WRK-FIM-HIST        PICTURE X(01)      VALUE "N".
000740         88  FIM-HISTORICO                      VALUE "S".
000750     05  WRK-TEM-TOLER       PICTURE X(01)      VALUE "N".
000760         88  TOLERANCIAS-EXISTENTES             VALUE "S".
000770 01  FS-HISTORICO-TAXAS      PICTURE X(02)      VALUE "00".
000780 01  FS-TOLERANCIAS          PICTURE X(02)      VALUE "00".
000790 01  FS-LOG-MANUTENCAO       PICTURE X(02)      VALUE "00".
000800 77  WRK-OPCAO                PICTURE X(01)      VALUE SPACES.
000810 77  WRK-DECISAO              PICTURE X(01)      VALUE SPACES.
000820 77  WRK-CONFIRMA             PICTURE X(01)      VALUE SPACES.
000830 77  WRK-MOTIVO               PICTURE X(30)      VALUE SPACES.
000840 77  WRK-OPERADOR             PICTURE X(08)      VALUE SPACES.
000850 77  WRK-PERFIL-OPERADOR      PICTURE X(01)      VALUE SPACES.
000860 77  WRK-TENTATIVAS           PICTURE 9(01)      COMP VALUE ZEROS.
000870 77  WRK-ID-INFORMADO         PICTURE X(08)      VALUE SPACES.
000880 77  WRK-SENHA-INFORMADA      PICTURE X(08)      VALUE SPACES.
000890 77  WRK-EXIGE-SUPERV         PICTURE X(01)      VALUE "S".
000900 77  WRK-RESULTADO-SIGNON     PICTURE X(01)      VALUE SPACES.
000910 77  WRK-HORA-COMPLETA        PICTURE 9(08)      VALUE ZEROS.
000920 77  WRK-DATA-SISTEMA         PICTURE 9(08)      VALUE ZEROS.
000930 77  WRK-CONT-PENDENTES       PICTURE 9(06)      COMP VALUE ZEROS.
000940 77  WRK-QTD-ED               PICTURE ZZZ.ZZ9.
000950 77  WRK-TAXA-ED-1            PICTURE ZZZ9,9999.
000960 77  WRK-TAXA-ED-2            PICTURE ZZZ9,9999.
000970 77  WRK-ANT-ED-1             PICTURE ZZZ9,9999.
000980 77  WRK-ANT-ED-2             PICTURE ZZZ9,9999.
000990 77  WRK-VAR-ED-1             PICTURE ZZZZ9,99.
001000 77  WRK-VAR-ED-2             PICTURE ZZZZ9,99.
001010 77  WRK-PCT-ED               PICTURE ZZ9,99.
001020 77  WRK-DESC-TIPO            PICTURE X(06)      VALUE SPACES.
001030 77  WRK-DESC-STATUS          PICTURE X(40)      VALUE SPACES.
001040 01  WRK-SIGNON.
001050     05  WRK-SIGNON-OK        PICTURE X(01)      VALUE "N".
001060         88  OPERADOR-AUTENTICADO            VALUE "S".
001070
001080*----------------------------------------------------------*
001090* TOLERANCIAS NOVAS DIGITADAS EM CENTESIMOS DE PONTO       *
001100* PERCENTUAL (00500 = 5,00%), CONFERIDAS ANTES DE GRAVAR   *
001110*----------------------------------------------------------*
001120 01  WRK-TOLERANCIAS-NOVAS.
001130     05  NOVO-PCT-CAMBIO-CENT PICTURE 9(05)      VALUE ZEROS.
001140     05  NOVO-PCT-INDICE-CENT PICTURE 9(05)      VALUE ZEROS.
001150     05  NOVO-PCT-CAMBIO      PICTURE 9(03)V99   VALUE ZEROS.
001160     05  NOVO-PCT-INDICE      PICTURE 9(03)V99   VALUE ZEROS.
001170
001180*----------------------------------------------------------*
001190* IMAGENS PARA O CLIMLOG: O DIA DECIDIDO (TIPO, DATA E     *
001200* VALORES NOVOS), A DECISAO (COM O MOTIVO) E AS DUAS       *
001210* TOLERANCIAS                                              *
001220*----------------------------------------------------------*
001230 01  WRK-IMAGEM-TAXA.
001240     05  WRK-IMG-TIPO         PICTURE X(01).
001250     05  FILLER               PICTURE X(01) VALUE SPACES.
001260     05  WRK-IMG-DATA         PICTURE 9(08).
001270     05  FILLER               PICTURE X(01) VALUE SPACES.
001280     05  WRK-IMG-VALOR-1      PICTURE 9(04)V9(04).
001290     05  FILLER               PICTURE X(01) VALUE SPACES.
001300     05  WRK-IMG-VALOR-2      PICTURE 9(04)V9(04).
001310     05  FILLER               PICTURE X(06) VALUE SPACES.
001320 01  WRK-IMAGEM-DECISAO.
001330     05  WRK-IMG-DECISAO      PICTURE X(10).
001340     05  FILLER               PICTURE X(01) VALUE SPACES.
001350     05  WRK-IMG-MOTIVO       PICTURE X(23).
001360 01  WRK-IMAGEM-TOLERANCIAS.
001370     05  FILLER               PICTURE X(01) VALUE "C".
001380     05  WRK-IMG-PCT-CAMBIO   PICTURE 9(03)V99.
001390     05  FILLER               PICTURE X(02) VALUE " I".
001400     05  WRK-IMG-PCT-INDICE   PICTURE 9(03)V99.
001410     05  FILLER               PICTURE X(21) VALUE SPACES.
001420
001430*----------------------------------------------------------*
001440* LINHA DO LOG DE MANUTENCAO (CLIMLOG), NOS MOLDES DO      *
001450* CLIMAINT: UMA LINHA POR ACAO, COM IMAGEM ANTES/DEPOIS    *
001460*----------------------------------------------------------*
001470 01  MLOG-REGISTRO.
001480     05  MLOG-DATA            PICTURE 9(08).
001490     05  FILLER               PICTURE X(01) VALUE SPACES.
001500     05  MLOG-HORA            PICTURE 9(06).
001510     05  FILLER               PICTURE X(01) VALUE SPACES.
001520     05  MLOG-OPERADOR        PICTURE X(08).
001530     05  FILLER               PICTURE X(01) VALUE SPACES.
001540     05  MLOG-FUNCAO          PICTURE X(01).
001550     05  FILLER               PICTURE X(01) VALUE SPACES.
001560     05  MLOG-CLIENTE         PICTURE 9(06).
001570     05  FILLER               PICTURE X(01) VALUE SPACES.
001580     05  MLOG-CAMPO           PICTURE X(12).
001590     05  FILLER               PICTURE X(01) VALUE SPACES.
001600     05  MLOG-ANTES           PICTURE X(34).
001610     05  FILLER               PICTURE X(01) VALUE SPACES.
001620     05  MLOG-DEPOIS          PICTURE X(34).
001630     05  FILLER               PICTURE X(04) VALUE SPACES.
001640
001650 PROCEDURE               DIVISION.
001660*----------------------------------------------------------*
001670* 0000-MAINLINE - ABRE OS ARQUIVOS E CONTROLA O MENU       *
001680*----------------------------------------------------------*
001690 0000-MAINLINE.
001700     DISPLAY "TAXMNT - TAXAS DE CAMBIO E INDICES RETIDAS".
001710     DISPLAY "IDENTIFICACAO DO SUPERVISOR".
001720     OPEN EXTEND LOG-MANUTENCAO.
001730     IF FS-LOG-MANUTENCAO NOT = "00"
001740         DISPLAY "TAXMNT: ERRO AO ABRIR CLIMLOG - STATUS "
001750                 FS-LOG-MANUTENCAO
001760         GO TO 9999-EXIT
001770     END-IF.
001780     PERFORM 0500-IDENTIFICAR-OPERADOR
001790             THRU 0500-IDENTIFICAR-OPERADOR-EXIT.
001800     IF NOT OPERADOR-AUTENTICADO
001810         DISPLAY "TAXMNT: SIGN-ON RECUSADO - ENCERRANDO"
001820         CLOSE LOG-MANUTENCAO
001830         GO TO 9999-EXIT
001840     END-IF.
001850     OPEN I-O HISTORICO-TAXAS.
001860     IF FS-HISTORICO-TAXAS NOT = "00"
001870             AND FS-HISTORICO-TAXAS NOT = "05"
001880         DISPLAY "TAXMNT: ERRO AO ABRIR CLITXHS - STATUS "
001890                 FS-HISTORICO-TAXAS
001900         CLOSE LOG-MANUTENCAO
001910         GO TO 9999-EXIT
001920     END-IF.
001930     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
001940     PERFORM 1000-EXIBIR-MENU THRU 1000-EXIBIR-MENU-EXIT
001950             UNTIL SAIR-DO-MENU.
001960     CLOSE HISTORICO-TAXAS LOG-MANUTENCAO.
001970     GO TO 9999-EXIT.
001980
001990*----------------------------------------------------------*
002000* 1000-EXIBIR-MENU - APRESENTA AS OPCOES E DESVIA PARA A   *
002010*                    FUNCAO ESCOLHIDA                      *
002020*----------------------------------------------------------*
002030 1000-EXIBIR-MENU.
002040     DISPLAY "--------------------------------------------".
002050     DISPLAY "TAXAS DE CAMBIO E INDICES RETIDAS NA CARGA".
002060     DISPLAY "  L - LISTAR TAXAS AGUARDANDO O SUPERVISOR".
002070     DISPLAY "  D - DECIDIR UMA TAXA (CONFIRMAR/RECUSAR)".
002080     DISPLAY "  C - CONSULTAR UMA TAXA".
002090     DISPLAY "  T - TOLERANCIAS DE VARIACAO".
002100     DISPLAY "  S - SAIR".
002110     DISPLAY "--------------------------------------------".
002120     DISPLAY "OPCAO: ".
002130     ACCEPT WRK-OPCAO.
002140     EVALUATE WRK-OPCAO
002150         WHEN "L"
002160             PERFORM 2000-LISTAR-PENDENTES
002170                     THRU 2000-LISTAR-PENDENTES-EXIT
002180         WHEN "D"
002190             PERFORM 3000-DECIDIR-TAXA
002200                     THRU 3000-DECIDIR-TAXA-EXIT
002210         WHEN "C"
002220             PERFORM 4000-CONSULTAR-TAXA
002230                     THRU 4000-CONSULTAR-TAXA-EXIT
002240         WHEN "T"
002250             PERFORM 5000-MANTER-TOLERANCIAS
002260                     THRU 5000-MANTER-TOLERANCIAS-EXIT
002270         WHEN "S"
002280             SET SAIR-DO-MENU TO TRUE
002290         WHEN OTHER
002300             DISPLAY "TAXMNT: OPCAO INVALIDA"
002310     END-EVALUATE.
002320 1000-EXIBIR-MENU-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------*
002360* 0500-IDENTIFICAR-OPERADOR - SIGN-ON DO SUPERVISOR CONTRA *
002370*                 O CLIOPER, COM TRES TENTATIVAS, NOS      *
002380*                 MOLDES DO VARMNT. RECUSA LOGADA NO       *
002390*                 CLIMLOG.                                 *
002400*----------------------------------------------------------*
002410 0500-IDENTIFICAR-OPERADOR.
002420     MOVE ZEROS TO WRK-TENTATIVAS.
002430 0510-PEDIR-CREDENCIAIS.
002440     IF WRK-TENTATIVAS >= 3
002450         MOVE "L" TO MLOG-FUNCAO
002460         MOVE "SIGNON      " TO MLOG-CAMPO
002470         MOVE WRK-ID-INFORMADO TO MLOG-ANTES
002480         MOVE "RECUSADO" TO MLOG-DEPOIS
002490         MOVE ZEROS TO MLOG-CLIENTE
002500         PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT
002510         GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002520     END-IF.
002530     ADD 1 TO WRK-TENTATIVAS.
002540     DISPLAY "OPERADOR: ".
002550     ACCEPT WRK-ID-INFORMADO.
002560     DISPLAY "SENHA   : ".
002570     ACCEPT WRK-SENHA-INFORMADA.
002580     PERFORM 0550-CONFERIR-CREDENCIAIS
002590             THRU 0550-CONFERIR-CREDENCIAIS-EXIT.
002600     IF NOT OPERADOR-AUTENTICADO
002610         EVALUATE WRK-RESULTADO-SIGNON
002620             WHEN "B"
002630                 DISPLAY "TAXMNT: OPERADOR BLOQUEADO"
002640                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002650             WHEN "R"
002660                 DISPLAY "TAXMNT: OPERADOR REVOGADO"
002670                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002680             WHEN "P"
002690                 DISPLAY "TAXMNT: FUNCAO RESTRITA AO PERFIL "
002700                         "SUPERVISOR"
002710                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002720             WHEN "I"
002730                 GO TO 0500-IDENTIFICAR-OPERADOR-EXIT
002740             WHEN OTHER
002750                 DISPLAY "TAXMNT: USUARIO OU SENHA INVALIDOS"
002760         END-EVALUATE
002770         GO TO 0510-PEDIR-CREDENCIAIS
002780     END-IF.
002790     MOVE WRK-ID-INFORMADO TO WRK-OPERADOR.
002800 0500-IDENTIFICAR-OPERADOR-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840* 0550-CONFERIR-CREDENCIAIS - CONFERE A CREDENCIAL PELA    *
002850*                 SUBROTINA CLISIGN, EXIGINDO O PERFIL     *
002860*                 SUPERVISOR                               *
002870*----------------------------------------------------------*
002880 0550-CONFERIR-CREDENCIAIS.
002890     MOVE "N" TO WRK-SIGNON-OK.
002900     CALL "CLISIGN" USING WRK-ID-INFORMADO
002910             WRK-SENHA-INFORMADA WRK-EXIGE-SUPERV
002920             WRK-RESULTADO-SIGNON WRK-PERFIL-OPERADOR.
002930     IF WRK-RESULTADO-SIGNON = "S"
002940         MOVE "S" TO WRK-SIGNON-OK
002950     END-IF.
002960 0550-CONFERIR-CREDENCIAIS-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------*
003000* 2000-LISTAR-PENDENTES - PERCORRE O HISTORICO E EXIBE OS  *
003010*                 DIAS RETIDOS, EM ESPERA E CONFIRMADOS    *
003020*                 AINDA NAO CARREGADOS                     *
003030*----------------------------------------------------------*
003040 2000-LISTAR-PENDENTES.
003050     MOVE ZEROS TO WRK-CONT-PENDENTES.
003060     MOVE "N" TO WRK-FIM-HIST.
003070     MOVE LOW-VALUES TO TXH-CHAVE.
003080     START HISTORICO-TAXAS KEY IS NOT LESS THAN TXH-CHAVE
003090         INVALID KEY
003100             SET FIM-HISTORICO TO TRUE
003110     END-START.
003120     DISPLAY "TAXA   DATA      USD/TR   EUR/CDI   VAR-1%"
003130             "   VAR-2% SITUACAO".
003140     PERFORM 2100-LISTAR-TAXA THRU 2100-LISTAR-TAXA-EXIT
003150             UNTIL FIM-HISTORICO.
003160     MOVE WRK-CONT-PENDENTES TO WRK-QTD-ED.
003170     DISPLAY "TAXMNT: " WRK-QTD-ED " TAXA(S) AGUARDANDO".
003180 2000-LISTAR-PENDENTES-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220* 2100-LISTAR-TAXA - EXIBE UM DIA AINDA NAO CARREGADO      *
003230*----------------------------------------------------------*
003240 2100-LISTAR-TAXA.
003250     READ HISTORICO-TAXAS NEXT RECORD
003260         AT END
003270             SET FIM-HISTORICO TO TRUE
003280             GO TO 2100-LISTAR-TAXA-EXIT
003290     END-READ.
003300     IF NOT TXH-PENDENTE AND NOT TXH-EM-ESPERA
003310             AND NOT TXH-CONFIRMADA
003320         GO TO 2100-LISTAR-TAXA-EXIT
003330     END-IF.
003340     ADD 1 TO WRK-CONT-PENDENTES.
003350     PERFORM 7200-DESCREVER-TAXA THRU 7200-DESCREVER-TAXA-EXIT.
003360     DISPLAY WRK-DESC-TIPO " " TXH-DATA " " WRK-TAXA-ED-1 " "
003370             WRK-TAXA-ED-2 " " WRK-VAR-ED-1 " " WRK-VAR-ED-2 " "
003380             WRK-DESC-STATUS.
003390 2100-LISTAR-TAXA-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------*
003430* 3000-DECIDIR-TAXA - CONFIRMA OU RECUSA UM DIA RETIDO. A  *
003440*                 RECUSA EXIGE MOTIVO. O DIA CONFIRMADO E  *
003450*                 CARREGADO NA PROXIMA EXECUCAO DO         *
003460*                 CLITXCAR; A RECUSA LIBERA OS DIAS EM     *
003470*                 ESPERA. A DECISAO E CONFIRMADA E LOGADA. *
003480*----------------------------------------------------------*
003490 3000-DECIDIR-TAXA.
003500     PERFORM 3100-LER-TAXA THRU 3100-LER-TAXA-EXIT.
003510     IF FS-HISTORICO-TAXAS NOT = "00"
003520         GO TO 3000-DECIDIR-TAXA-EXIT
003530     END-IF.
003540     PERFORM 4100-EXIBIR-TAXA THRU 4100-EXIBIR-TAXA-EXIT.
003550     IF NOT TXH-PENDENTE
003560         DISPLAY "TAXMNT: SO O DIA RETIDO E DECIDIDO - NADA A "
003570                 "FAZER"
003580         GO TO 3000-DECIDIR-TAXA-EXIT
003590     END-IF.
003600     DISPLAY "DECISAO (C-CONFIRMAR/R-RECUSAR): ".
003610     ACCEPT WRK-DECISAO.
003620     IF WRK-DECISAO NOT = "C" AND WRK-DECISAO NOT = "R"
003630         DISPLAY "TAXMNT: DECISAO INVALIDA - NADA FOI GRAVADO"
003640         GO TO 3000-DECIDIR-TAXA-EXIT
003650     END-IF.
003660     DISPLAY "MOTIVO (ATE 30 POSICOES; OBRIGATORIO NA "
003670             "RECUSA): ".
003680     ACCEPT WRK-MOTIVO.
003690     IF WRK-DECISAO = "R" AND WRK-MOTIVO = SPACES
003700         DISPLAY "TAXMNT: MOTIVO OBRIGATORIO NA RECUSA - NADA "
003710                 "FOI GRAVADO"
003720         GO TO 3000-DECIDIR-TAXA-EXIT
003730     END-IF.
003740     DISPLAY "CONFIRMA A DECISAO (S/N)? ".
003750     ACCEPT WRK-CONFIRMA.
003760     IF WRK-CONFIRMA NOT = "S"
003770         DISPLAY "TAXMNT: DECISAO CANCELADA PELO OPERADOR"
003780         GO TO 3000-DECIDIR-TAXA-EXIT
003790     END-IF.
003800     PERFORM 7100-MONTAR-IMAGEM-TAXA
003810             THRU 7100-MONTAR-IMAGEM-TAXA-EXIT.
003820     IF WRK-DECISAO = "C"
003830         SET TXH-CONFIRMADA TO TRUE
003840         MOVE "CONFIRMADA" TO WRK-IMG-DECISAO
003850     ELSE
003860         SET TXH-RECUSADA TO TRUE
003870         MOVE "RECUSADA" TO WRK-IMG-DECISAO
003880     END-IF.
003890     MOVE WRK-OPERADOR     TO TXH-APROVADOR.
003900     MOVE WRK-DATA-SISTEMA TO TXH-DATA-DEC.
003910     ACCEPT WRK-HORA-COMPLETA FROM TIME.
003920     COMPUTE TXH-HORA-DEC = WRK-HORA-COMPLETA / 100.
003930     MOVE WRK-MOTIVO       TO TXH-MOTIVO-DEC.
003940     REWRITE TXH-REGISTRO.
003950     IF FS-HISTORICO-TAXAS NOT = "00"
003960         DISPLAY "TAXMNT: ERRO AO GRAVAR A DECISAO - STATUS "
003970                 FS-HISTORICO-TAXAS
003980         GO TO 3000-DECIDIR-TAXA-EXIT
003990     END-IF.
004000     MOVE "D" TO MLOG-FUNCAO.
004010     MOVE "TAXA        " TO MLOG-CAMPO.
004020     MOVE ZEROS TO MLOG-CLIENTE.
004030     MOVE WRK-IMAGEM-TAXA TO MLOG-ANTES.
004040     MOVE WRK-MOTIVO TO WRK-IMG-MOTIVO.
004050     MOVE WRK-IMAGEM-DECISAO TO MLOG-DEPOIS.
004060     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
004070     DISPLAY "TAXMNT: " WRK-DESC-TIPO " " TXH-DATA " "
004080             WRK-IMG-DECISAO " - CARGA NA PROXIMA EXECUCAO DO "
004090             "CLITXCAR".
004100 3000-DECIDIR-TAXA-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140* 3100-LER-TAXA - PEDE O TIPO E A DATA E LE O HISTORICO    *
004150*----------------------------------------------------------*
004160 3100-LER-TAXA.
004170     DISPLAY "TIPO (C-CAMBIO/I-INDICE): ".
004180     ACCEPT TXH-TIPO.
004190     DISPLAY "DATA DA TAXA (AAAAMMDD): ".
004200     ACCEPT TXH-DATA.
004210     READ HISTORICO-TAXAS
004220         INVALID KEY
004230             DISPLAY "TAXMNT: TAXA " TXH-TIPO " " TXH-DATA
004240                     " NAO ENCONTRADA NO HISTORICO"
004250     END-READ.
004260 3100-LER-TAXA-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------*
004300* 4000-CONSULTAR-TAXA - EXIBE UM DIA DO HISTORICO, COM A   *
004310*                 DECISAO E A CARGA QUANDO HOUVER          *
004320*----------------------------------------------------------*
004330 4000-CONSULTAR-TAXA.
004340     PERFORM 3100-LER-TAXA THRU 3100-LER-TAXA-EXIT.
004350     IF FS-HISTORICO-TAXAS NOT = "00"
004360         GO TO 4000-CONSULTAR-TAXA-EXIT
004370     END-IF.
004380     PERFORM 4100-EXIBIR-TAXA THRU 4100-EXIBIR-TAXA-EXIT.
004390     IF TXH-APROVADOR NOT = SPACES
004400         DISPLAY "DECIDIDA POR " TXH-APROVADOR " EM "
004410                 TXH-DATA-DEC " " TXH-HORA-DEC
004420         DISPLAY "MOTIVO     " TXH-MOTIVO-DEC
004430     END-IF.
004440     IF TXH-CARREGADA OR TXH-CARREGADA-CONF
004450         DISPLAY "CARREGADA PELO CLITXCAR EM " TXH-DATA-CARGA
004460                 " " TXH-HORA-CARGA
004470     END-IF.
004480 4000-CONSULTAR-TAXA-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------*
004520* 4100-EXIBIR-TAXA - MOSTRA O DIA CORRENTE DO HISTORICO,   *
004530*                 COM A TAXA ANTERIOR E A VARIACAO         *
004540*----------------------------------------------------------*
004550 4100-EXIBIR-TAXA.
004560     PERFORM 7200-DESCREVER-TAXA THRU 7200-DESCREVER-TAXA-EXIT.
004570     MOVE TXH-ANT-VALOR-1 TO WRK-ANT-ED-1.
004580     MOVE TXH-ANT-VALOR-2 TO WRK-ANT-ED-2.
004590     DISPLAY "TAXA       " WRK-DESC-TIPO " DE " TXH-DATA.
004600     DISPLAY "NOVA       " WRK-TAXA-ED-1 " " WRK-TAXA-ED-2.
004610     DISPLAY "ANTERIOR   " WRK-ANT-ED-1 " " WRK-ANT-ED-2
004620             " (DE " TXH-ANT-DATA ")".
004630     DISPLAY "VARIACAO % " WRK-VAR-ED-1 "  " WRK-VAR-ED-2.
004640     DISPLAY "SITUACAO   " WRK-DESC-STATUS.
004650 4100-EXIBIR-TAXA-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* 5000-MANTER-TOLERANCIAS - EXIBE AS TOLERANCIAS DO        *
004700*                 CLITXPR E, SE O SUPERVISOR QUISER, GRAVA *
004710*                 VALORES NOVOS. ZERO RETEM QUALQUER       *
004720*                 VARIACAO. A ALTERACAO E LOGADA COM AS    *
004730*                 DUAS TOLERANCIAS ANTES E DEPOIS.         *
004740*----------------------------------------------------------*
004750 5000-MANTER-TOLERANCIAS.
004760     MOVE "N" TO WRK-TEM-TOLER.
004770     MOVE SPACES TO TXP-REGISTRO.
004780     MOVE 5,00 TO TXP-PCT-CAMBIO TXP-PCT-INDICE.
004790     MOVE ZEROS TO TXP-DATA-ALTERACAO.
004800     OPEN INPUT TOLERANCIAS.
004810     IF FS-TOLERANCIAS = "00"
004820         READ TOLERANCIAS
004830             AT END
004840                 MOVE 5,00 TO TXP-PCT-CAMBIO TXP-PCT-INDICE
004850                 MOVE ZEROS TO TXP-DATA-ALTERACAO
004860             NOT AT END
004870                 SET TOLERANCIAS-EXISTENTES TO TRUE
004880         END-READ
004890         CLOSE TOLERANCIAS
004900     END-IF.
004910     IF NOT TOLERANCIAS-EXISTENTES
004920         DISPLAY "CLITXPR AINDA SEM TOLERANCIAS - VALE O PADRAO"
004930     END-IF.
004940     MOVE TXP-PCT-CAMBIO TO WRK-PCT-ED.
004950     DISPLAY "VARIACAO MAXIMA DO CAMBIO (USD/EUR) " WRK-PCT-ED
004960             "%".
004970     MOVE TXP-PCT-INDICE TO WRK-PCT-ED.
004980     DISPLAY "VARIACAO MAXIMA DO INDICE (TR/CDI)  " WRK-PCT-ED
004990             "%".
005000     IF TOLERANCIAS-EXISTENTES
005010         DISPLAY "ALTERADAS EM " TXP-DATA-ALTERACAO " POR "
005020                 TXP-OPERADOR
005030     END-IF.
005040     DISPLAY "ALTERAR AS TOLERANCIAS (S/N)? ".
005050     ACCEPT WRK-CONFIRMA.
005060     IF WRK-CONFIRMA NOT = "S"
005070         GO TO 5000-MANTER-TOLERANCIAS-EXIT
005080     END-IF.
005090     DISPLAY "CAMBIO EM CENTESIMOS DE PONTO (00500 = 5,00%; "
005100             "ZERO RETEM TUDO): ".
005110     ACCEPT NOVO-PCT-CAMBIO-CENT.
005120     DISPLAY "INDICE EM CENTESIMOS DE PONTO (00500 = 5,00%; "
005130             "ZERO RETEM TUDO): ".
005140     ACCEPT NOVO-PCT-INDICE-CENT.
005150     COMPUTE NOVO-PCT-CAMBIO = NOVO-PCT-CAMBIO-CENT / 100.
005160     COMPUTE NOVO-PCT-INDICE = NOVO-PCT-INDICE-CENT / 100.
005170     MOVE NOVO-PCT-CAMBIO TO WRK-PCT-ED.
005180     DISPLAY "CAMBIO NOVO " WRK-PCT-ED "%".
005190     MOVE NOVO-PCT-INDICE TO WRK-PCT-ED.
005200     DISPLAY "INDICE NOVO " WRK-PCT-ED "%".
005210     DISPLAY "CONFIRMA AS TOLERANCIAS NOVAS (S/N)? ".
005220     ACCEPT WRK-CONFIRMA.
005230     IF WRK-CONFIRMA NOT = "S"
005240         DISPLAY "TAXMNT: ALTERACAO CANCELADA PELO OPERADOR"
005250         GO TO 5000-MANTER-TOLERANCIAS-EXIT
005260     END-IF.
005270     PERFORM 7300-MONTAR-IMAGEM-TOLER
005280             THRU 7300-MONTAR-IMAGEM-TOLER-EXIT.
005290     MOVE WRK-IMAGEM-TOLERANCIAS TO MLOG-ANTES.
005300     MOVE NOVO-PCT-CAMBIO  TO TXP-PCT-CAMBIO.
005310     MOVE NOVO-PCT-INDICE  TO TXP-PCT-INDICE.
005320     MOVE WRK-DATA-SISTEMA TO TXP-DATA-ALTERACAO.
005330     MOVE WRK-OPERADOR     TO TXP-OPERADOR.
005340     OPEN OUTPUT TOLERANCIAS.
005350     IF FS-TOLERANCIAS NOT = "00"
005360         DISPLAY "TAXMNT: ERRO AO GRAVAR CLITXPR - STATUS "
005370                 FS-TOLERANCIAS " - NADA FOI GRAVADO"
005380         GO TO 5000-MANTER-TOLERANCIAS-EXIT
005390     END-IF.
005400     WRITE TXP-REGISTRO.
005410     CLOSE TOLERANCIAS.
005420     PERFORM 7300-MONTAR-IMAGEM-TOLER
005430             THRU 7300-MONTAR-IMAGEM-TOLER-EXIT.
005440     MOVE WRK-IMAGEM-TOLERANCIAS TO MLOG-DEPOIS.
005450     MOVE "T" TO MLOG-FUNCAO.
005460     MOVE "TOLERANCIAS " TO MLOG-CAMPO.
005470     MOVE ZEROS TO MLOG-CLIENTE.
005480     PERFORM 7000-GRAVAR-LOG THRU 7000-GRAVAR-LOG-EXIT.
005490     DISPLAY "TAXMNT: TOLERANCIAS GRAVADAS - VALEM A PARTIR "
005500             "DA PROXIMA EXECUCAO DO CLITXCAR".
005510 5000-MANTER-TOLERANCIAS-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------*
005550* 7000-GRAVAR-LOG - GRAVA UMA LINHA NO LOG DE MANUTENCAO   *
005560*                 COM DATA, HORA E OPERADOR. FUNCAO,       *
005570*                 CAMPO, CLIENTE E AS IMAGENS ANTES/DEPOIS *
005580*                 JA VEM PREENCHIDAS PELO CHAMADOR.        *
005590*----------------------------------------------------------*
005600 7000-GRAVAR-LOG.
005610     ACCEPT MLOG-DATA FROM DATE YYYYMMDD.
005620*   TIME TRAZ HHMMSSCC; A MOVIMENTACAO NUMERICA DIRETA PARA
005630*   9(06) GUARDARIA OS 6 DIGITOS DA DIREITA (MMSSCC).
005640     ACCEPT WRK-HORA-COMPLETA FROM TIME.
005650     COMPUTE MLOG-HORA = WRK-HORA-COMPLETA / 100.
005660     MOVE WRK-OPERADOR TO MLOG-OPERADOR.
005670     WRITE MLOG-LINHA FROM MLOG-REGISTRO.
005680 7000-GRAVAR-LOG-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720* 7100-MONTAR-IMAGEM-TAXA - TIPO, DATA E VALORES NOVOS DO  *
005730*                 DIA CORRENTE PARA A IMAGEM DO CLIMLOG    *
005740*----------------------------------------------------------*
005750 7100-MONTAR-IMAGEM-TAXA.
005760     MOVE TXH-TIPO         TO WRK-IMG-TIPO.
005770     MOVE TXH-DATA         TO WRK-IMG-DATA.
005780     MOVE TXH-NOVO-VALOR-1 TO WRK-IMG-VALOR-1.
005790     MOVE TXH-NOVO-VALOR-2 TO WRK-IMG-VALOR-2.
005800 7100-MONTAR-IMAGEM-TAXA-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* 7200-DESCREVER-TAXA - TIPO, VALORES EDITADOS E SITUACAO  *
005850*                 DO DIA CORRENTE DO HISTORICO             *
005860*----------------------------------------------------------*
005870 7200-DESCREVER-TAXA.
005880     IF TXH-CAMBIO
005890         MOVE "CAMBIO" TO WRK-DESC-TIPO
005900     ELSE
005910         MOVE "INDICE" TO WRK-DESC-TIPO
005920     END-IF.
005930     MOVE TXH-NOVO-VALOR-1 TO WRK-TAXA-ED-1.
005940     MOVE TXH-NOVO-VALOR-2 TO WRK-TAXA-ED-2.
005950     MOVE TXH-VARIACAO-1   TO WRK-VAR-ED-1.
005960     MOVE TXH-VARIACAO-2   TO WRK-VAR-ED-2.
005970     EVALUATE TRUE
005980         WHEN TXH-PENDENTE
005990             MOVE "RETIDA - AGUARDANDO DECISAO" TO WRK-DESC-STATUS
006000         WHEN TXH-EM-ESPERA
006010             MOVE "EM ESPERA - DIA ANTERIOR RETIDO"
006020                     TO WRK-DESC-STATUS
006030         WHEN TXH-CONFIRMADA
006040             MOVE "CONFIRMADA - A CARREGAR" TO WRK-DESC-STATUS
006050         WHEN TXH-RECUSADA
006060             MOVE "RECUSADA" TO WRK-DESC-STATUS
006070         WHEN TXH-CARREGADA
006080             MOVE "CARREGADA" TO WRK-DESC-STATUS
006090         WHEN TXH-CARREGADA-CONF
006100             MOVE "CARREGADA APOS CONFIRMACAO" TO WRK-DESC-STATUS
006110         WHEN OTHER
006120             MOVE TXH-SITUACAO TO WRK-DESC-STATUS
006130     END-EVALUATE.
006140 7200-DESCREVER-TAXA-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------*
006180* 7300-MONTAR-IMAGEM-TOLER - AS DUAS TOLERANCIAS CORRENTES *
006190*                 DO CLITXPR PARA A IMAGEM DO CLIMLOG      *
006200*----------------------------------------------------------*
006210 7300-MONTAR-IMAGEM-TOLER.
006220     MOVE TXP-PCT-CAMBIO TO WRK-IMG-PCT-CAMBIO.
006230     MOVE TXP-PCT-INDICE TO WRK-IMG-PCT-INDICE.
006240 7300-MONTAR-IMAGEM-TOLER-EXIT.
006250     EXIT.
006260
006270 9999-EXIT.
006280     STOP RUN.
