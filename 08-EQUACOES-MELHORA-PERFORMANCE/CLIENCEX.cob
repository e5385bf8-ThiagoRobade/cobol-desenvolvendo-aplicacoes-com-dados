000010 IDENTIFICATION          DIVISION.
000020 PROGRAM-ID.             CLIENCEX.
000030 AUTHOR.                 EQUIPE-BATCH-CONTAS.
000040 INSTALLATION.           DEPARTAMENTO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN.           2026-10-15.
000060 DATE-COMPILED.          2026-10-15.
000070*----------------------------------------------------------*
000080* HISTORICO DE ALTERACOES                                  *
000090*----------------------------------------------------------*
000100* DATA       AUTOR   DESCRICAO                             *
000110* 2026-10-15 EBC     PROGRAMA CRIADO - EXPURGO ANUAL DAS   *
000120*                    CONTAS ENCERRADAS: CONTA COM DATA DE  *
000130*                    ENCERRAMENTO (CLIMAINT FUNCAO "E" OU  *
000140*                    CLIMERGE) ANTERIOR A RETENCAO DO      *
000150*                    MESTRE (PARM POSICOES 1-2, EM ANOS;   *
000160*                    EM BRANCO, 02), SALDO E JUROS         *
000170*                    ACUMULADOS ZERADOS, SEM BLOQUEIO      *
000180*                    VIGENTE NO CLIBLOQ E SEM CDB ATIVO OU *
000190*                    COM RESGATE PEDIDO NO CLICDB SAI DO   *
000200*                    CLIMSTR E VAI PARA O HISTORICO        *
000210*                    CHAVEADO CLIENCER (LAYOUT CLIENCRG).  *
000220*                    AS QUE NAO ATENDEM FICAM NO MESTRE E  *
000230*                    SAEM NO RELATORIO COM O MOTIVO. NA    *
000240*                    MESMA PASSADA, O HISTORICO ENCERRADO  *
000250*                    HA MAIS QUE O PRAZO LEGAL DE GUARDA   *
000260*                    (PARM POSICOES 3-4; EM BRANCO, 05     *
000270*                    ANOS DO ENCERRAMENTO) TEM OS DADOS    *
000280*                    PESSOAIS ANONIMIZADOS (LGPD): NOME,   *
000290*                    DOCUMENTO, ENDERECO, TELEFONE E       *
000300*                    E-MAIL; OS TITULARES ADICIONAIS DA    *
000310*                    CONTA SAO RETIRADOS DO CLITITU E AS   *
000320*                    ENTRADAS DA CONTA NO CLIXREF SAO      *
000330*                    APAGADAS. NUMERO DA CONTA, AGENCIA,   *
000340*                    DATAS E TOTAIS FINANCEIROS FICAM. A   *
000350*                    TRAVA DO CLICTRL FICA DE PE DURANTE A *
000360*                    PASSADA.                              *
000370*----------------------------------------------------------*
000380 ENVIRONMENT             DIVISION.
000390 CONFIGURATION           SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420
000430 INPUT-OUTPUT            SECTION.
000440 FILE-CONTROL.
000450     SELECT CLIENTES-MASTER ASSIGN TO "CLIMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CLI-ID
000490         FILE STATUS IS FS-CLIENTES-MASTER.
000500*----------------------------------------------------------*
000510* HISTORICO DAS CONTAS ENCERRADAS EXPURGADAS DO MESTRE     *
000520*----------------------------------------------------------*
000530     SELECT ENCERRADAS ASSIGN TO "CLIENCER"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ENC-CLI-ID
000570         FILE STATUS IS FS-ENCERRADAS.
000580*----------------------------------------------------------*
000590* BLOQUEIOS DE SALDO - SO LEITURA                          *
000600*----------------------------------------------------------*
000610     SELECT BLOQUEIOS ASSIGN TO "CLIBLOQ"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS BLQ-CHAVE
000650         FILE STATUS IS FS-BLOQUEIOS.
000660*----------------------------------------------------------*
000670* DEPOSITOS A PRAZO - SO LEITURA, CARREGADOS NA TABELA     *
000680*----------------------------------------------------------*
000690     SELECT CERTIFICADOS ASSIGN TO "CLICDB"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CDB-NUMERO
000730         FILE STATUS IS FS-CERTIFICADOS.
000740*----------------------------------------------------------*
000750* TITULARES ADICIONAIS E REFERENCIA CRUZADA DOCUMENTO X    *
000760* CONTA - LIMPOS NA ANONIMIZACAO                           *
000770*----------------------------------------------------------*
000780     SELECT TITULARES ASSIGN TO "CLITITU"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS TIT-CHAVE
000820         FILE STATUS IS FS-TITULARES.
000830     SELECT REFERENCIA ASSIGN TO "CLIXREF"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS XRF-CHAVE
000870         FILE STATUS IS FS-REFERENCIA.
000880*----------------------------------------------------------*
000890* REGISTRO DE CONTROLE DO LOTE - TRAVA DE PROCESSAMENTO    *
000900*----------------------------------------------------------*
000910     SELECT CONTROLE ASSIGN TO "CLICTRL"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FS-CONTROLE.
000940*----------------------------------------------------------*
000950* RELATORIO DE CONTROLE DO EXPURGO (SAIDA SYSOUT)          *
000960*----------------------------------------------------------*
000970     SELECT RELATORIO ASSIGN TO "RELENC"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FS-RELATORIO.
001000
001010 DATA                    DIVISION.
001020 FILE                    SECTION.
001030 FD  CLIENTES-MASTER
001040     LABEL RECORD IS STANDARD.
001050     COPY CLIREG.
001060
001070 FD  ENCERRADAS
001080     LABEL RECORD IS STANDARD.
001090     COPY CLIENCRG.
001100
001110 FD  BLOQUEIOS
001120     LABEL RECORD IS STANDARD.
001130     COPY CLIBLQRG.
001140
001150 FD  CERTIFICADOS
001160     LABEL RECORD IS STANDARD.
001170     COPY CLICDBRG.
001180
001190 FD  TITULARES
001200     LABEL RECORD IS STANDARD.
001210     COPY CLITITRG.
001220
001230 FD  REFERENCIA
001240     LABEL RECORD IS STANDARD.
001250     COPY CLIXREFR.
001260
001270 FD  CONTROLE
001280     LABEL RECORD IS STANDARD.
001290 01  CTRL-REGISTRO.
001300     05  CTRL-ULTIMA-DATA     PICTURE 9(08).
001310     05  CTRL-EM-PROCESSAMENTO PICTURE X(01).
001320     05  CTRL-DATA-ANTERIOR   PICTURE 9(08).
001330
001340 FD  RELATORIO
001350     LABEL RECORD IS STANDARD.
001360 01  REL-LINHA               PICTURE X(132).
001370
001380 WORKING-STORAGE         SECTION.
001390 01  WRK-FLAGS.
001400     05  WRK-FIM-ARQUIVO PICTURE X(01)      VALUE "N".
001410         88  FIM-ARQUIVO-CLIENTES           VALUE "S".
001420     05  WRK-FIM-ENC     PICTURE X(01)      VALUE "N".
001430         88  FIM-ENCERRADAS                 VALUE "S".
001440     05  WRK-FIM-CDB     PICTURE X(01)      VALUE "N".
001450         88  FIM-CERTIFICADOS               VALUE "S".
001460     05  WRK-FIM-BLQ     PICTURE X(01)      VALUE "N".
001470         88  FIM-BLOQUEIOS                  VALUE "S".
001480     05  WRK-FIM-TIT     PICTURE X(01)      VALUE "N".
001490         88  FIM-TITULARES                  VALUE "S".
001500     05  WRK-TEM-BLQ     PICTURE X(01)      VALUE "N".
001510         88  BLOQUEIO-VIGENTE               VALUE "S".
001520     05  WRK-TEM-CDB     PICTURE X(01)      VALUE "N".
001530         88  CDB-EM-ABERTO                  VALUE "S".
001540 01  FS-CLIENTES-MASTER  PICTURE X(02)      VALUE "00".
001550 01  FS-ENCERRADAS       PICTURE X(02)      VALUE "00".
001560 01  FS-BLOQUEIOS        PICTURE X(02)      VALUE "00".
001570 01  FS-CERTIFICADOS     PICTURE X(02)      VALUE "00".
001580 01  FS-TITULARES        PICTURE X(02)      VALUE "00".
001590 01  FS-REFERENCIA       PICTURE X(02)      VALUE "00".
001600 01  FS-CONTROLE         PICTURE X(02)      VALUE "00".
001610 01  FS-RELATORIO        PICTURE X(02)      VALUE "00".
001620 77  WRK-DATA-SISTEMA    PICTURE 9(08)      VALUE ZEROS.
001630 77  WRK-ANOS-MESTRE     PICTURE 9(02)      VALUE 2.
001640 77  WRK-ANOS-LEGAL      PICTURE 9(02)      VALUE 5.
001650 77  WRK-CORTE-MESTRE    PICTURE 9(08)      VALUE ZEROS.
001660 77  WRK-CORTE-LEGAL     PICTURE 9(08)      VALUE ZEROS.
001670 77  WRK-CTRL-DATA       PICTURE 9(08)      VALUE ZEROS.
001680 77  WRK-CTRL-ANTERIOR   PICTURE 9(08)      VALUE ZEROS.
001690 77  WRK-MOTIVO          PICTURE X(30)      VALUE SPACES.
001700 77  WRK-CONT-LIDAS      PICTURE 9(08)      COMP VALUE ZEROS.
001710 77  WRK-CONT-ENCERRADAS PICTURE 9(08)      COMP VALUE ZEROS.
001720 77  WRK-CONT-NA-RETENCAO PICTURE 9(08)     COMP VALUE ZEROS.
001730 77  WRK-CONT-RETIDAS    PICTURE 9(08)      COMP VALUE ZEROS.
001740 77  WRK-CONT-EXPURGADAS PICTURE 9(08)      COMP VALUE ZEROS.
001750 77  WRK-CONT-HISTORICO  PICTURE 9(08)      COMP VALUE ZEROS.
001760 77  WRK-CONT-ANONIMIZADAS PICTURE 9(08)    COMP VALUE ZEROS.
001770 77  WRK-CONT-TITULARES  PICTURE 9(08)      COMP VALUE ZEROS.
001780 77  WRK-CONT-ERROS      PICTURE 9(08)      COMP VALUE ZEROS.
001790 77  WRK-IDX-CDB         PICTURE 9(05)      COMP VALUE ZEROS.
001800 77  WRK-QTD-CDB         PICTURE 9(05)      COMP VALUE ZEROS.
001810 77  WRK-MAX-CDB         PICTURE 9(05)      COMP VALUE 5000.
001820
001830*----------------------------------------------------------*
001840* TABELA DOS CLIENTES COM CDB ATIVO OU COM RESGATE PEDIDO  *
001850* (O CLICDB E CHAVEADO PELO CERTIFICADO, NAO PELO CLIENTE) *
001860*----------------------------------------------------------*
001870 01  TAB-CDB-ABERTOS.
001880     05  TAB-CDB-CLI-ID          PICTURE 9(06)
001890                                 OCCURS 5000 TIMES.
001900
001910*----------------------------------------------------------*
001920* LINHAS DO RELATORIO DE CONTROLE DO EXPURGO               *
001930*----------------------------------------------------------*
001940 01  REL-CABECALHO.
001950     05  FILLER              PICTURE X(50)
001960             VALUE "EXPURGO DE CONTAS ENCERRADAS (CLIENCEX)".
001970     05  FILLER              PICTURE X(82) VALUE SPACES.
001980 01  REL-LINHA-CORTE.
001990     05  REL-CORTE-ROTULO    PICTURE X(40).
002000     05  REL-CORTE-DATA      PICTURE 9(08).
002010     05  FILLER              PICTURE X(84) VALUE SPACES.
002020 01  REL-TITULO-COLUNAS.
002030     05  FILLER              PICTURE X(08) VALUE "CONTA".
002040     05  FILLER              PICTURE X(06) VALUE "AG".
002050     05  FILLER              PICTURE X(10) VALUE "ENCERRADA".
002060     05  FILLER              PICTURE X(20) VALUE "SALDO".
002070     05  FILLER              PICTURE X(30) VALUE "SITUACAO".
002080     05  FILLER              PICTURE X(58) VALUE SPACES.
002090 01  REL-DETALHE.
002100     05  REL-DET-ID          PICTURE 9(06).
002110     05  FILLER              PICTURE X(02) VALUE SPACES.
002120     05  REL-DET-AGENCIA     PICTURE 9(04).
002130     05  FILLER              PICTURE X(02) VALUE SPACES.
002140     05  REL-DET-ENCERRAMENTO PICTURE 9(08).
002150     05  FILLER              PICTURE X(02) VALUE SPACES.
002160     05  REL-DET-SALDO       PICTURE -Z.ZZZ.ZZZ.ZZZ9,99.
002170     05  FILLER              PICTURE X(02) VALUE SPACES.
002180     05  REL-DET-SITUACAO    PICTURE X(30).
002190     05  FILLER              PICTURE X(58) VALUE SPACES.
002200 01  REL-RODAPE.
002210     05  REL-ROD-ROTULO      PICTURE X(40).
002220     05  REL-ROD-VALOR       PICTURE ZZ.ZZZ.ZZ9.
002230     05  FILLER              PICTURE X(82) VALUE SPACES.
002240
002250 LINKAGE                 SECTION.
002260 01  LK-PARM-RETENCAO.
002270     05  LK-PARM-ANOS-MESTRE PICTURE X(02).
002280     05  LK-PARM-ANOS-LEGAL  PICTURE X(02).
002290
002300 PROCEDURE               DIVISION USING LK-PARM-RETENCAO.
002310*----------------------------------------------------------*
002320* 0000-MAINLINE - CONTROLA A SEQUENCIA GERAL DO PROGRAMA   *
002330*----------------------------------------------------------*
002340 0000-MAINLINE.
002350     PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
002360     PERFORM 2000-AVALIAR-CONTA    THRU 2000-AVALIAR-CONTA-EXIT
002370             UNTIL FIM-ARQUIVO-CLIENTES.
002380*    O HISTORICO E VARRIDO DEPOIS DO EXPURGO: A CONTA QUE
002390*    ACABOU DE SAIR DO MESTRE JA PASSADA DO PRAZO LEGAL E
002400*    ANONIMIZADA NA MESMA EXECUCAO.
002410     PERFORM 3000-ANONIMIZAR-HISTORICO
002420             THRU 3000-ANONIMIZAR-HISTORICO-EXIT.
002430     PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT.
002440     GO TO 9999-EXIT.
002450
002460*----------------------------------------------------------*
002470* 1000-INICIALIZAR - RESOLVE AS RETENCOES, CARREGA OS CDBS *
002480*                    EM ABERTO, ABRE OS ARQUIVOS E LIGA A  *
002490*                    TRAVA. TODOS OS ARQUIVOS SAO          *
002500*                    OBRIGATORIOS: SEM ELES NAO HA COMO    *
002510*                    PROVAR QUE A CONTA PODE SAIR          *
002520*----------------------------------------------------------*
002530 1000-INICIALIZAR.
002540     ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
002550     IF LK-PARM-ANOS-MESTRE IS NUMERIC
002560             AND LK-PARM-ANOS-MESTRE NOT = "00"
002570         MOVE LK-PARM-ANOS-MESTRE TO WRK-ANOS-MESTRE
002580     END-IF.
002590     IF LK-PARM-ANOS-LEGAL IS NUMERIC
002600             AND LK-PARM-ANOS-LEGAL NOT = "00"
002610         MOVE LK-PARM-ANOS-LEGAL TO WRK-ANOS-LEGAL
002620     END-IF.
002630     COMPUTE WRK-CORTE-MESTRE =
002640             WRK-DATA-SISTEMA - WRK-ANOS-MESTRE * 10000.
002650     COMPUTE WRK-CORTE-LEGAL =
002660             WRK-DATA-SISTEMA - WRK-ANOS-LEGAL * 10000.
002670     PERFORM 1200-CARREGAR-CDBS THRU 1200-CARREGAR-CDBS-EXIT.
002680     OPEN I-O CLIENTES-MASTER.
002690     IF FS-CLIENTES-MASTER NOT = "00"
002700         DISPLAY "CLIENCEX: ERRO AO ABRIR CLIMSTR - STATUS "
002710                 FS-CLIENTES-MASTER
002720         MOVE 16 TO RETURN-CODE
002730         GO TO 9999-EXIT
002740     END-IF.
002750     OPEN I-O ENCERRADAS.
002760     IF FS-ENCERRADAS NOT = "00" AND FS-ENCERRADAS NOT = "05"
002770         DISPLAY "CLIENCEX: ERRO AO ABRIR CLIENCER - STATUS "
002780                 FS-ENCERRADAS
002790         CLOSE CLIENTES-MASTER
002800         MOVE 16 TO RETURN-CODE
002810         GO TO 9999-EXIT
002820     END-IF.
002830     OPEN INPUT BLOQUEIOS.
002840     IF FS-BLOQUEIOS NOT = "00"
002850         DISPLAY "CLIENCEX: ERRO AO ABRIR CLIBLOQ - STATUS "
002860                 FS-BLOQUEIOS
002870         CLOSE CLIENTES-MASTER ENCERRADAS
002880         MOVE 16 TO RETURN-CODE
002890         GO TO 9999-EXIT
002900     END-IF.
002910     OPEN I-O TITULARES.
002920     IF FS-TITULARES NOT = "00" AND FS-TITULARES NOT = "05"
002930         DISPLAY "CLIENCEX: ERRO AO ABRIR CLITITU - STATUS "
002940                 FS-TITULARES
002950         CLOSE CLIENTES-MASTER ENCERRADAS BLOQUEIOS
002960         MOVE 16 TO RETURN-CODE
002970         GO TO 9999-EXIT
002980     END-IF.
002990     OPEN I-O REFERENCIA.
003000     IF FS-REFERENCIA NOT = "00" AND FS-REFERENCIA NOT = "05"
003010         DISPLAY "CLIENCEX: ERRO AO ABRIR CLIXREF - STATUS "
003020                 FS-REFERENCIA
003030         CLOSE CLIENTES-MASTER ENCERRADAS BLOQUEIOS TITULARES
003040         MOVE 16 TO RETURN-CODE
003050         GO TO 9999-EXIT
003060     END-IF.
003070*    O LOTE ATUALIZA O MESTRE: LIGA A TRAVA DO CLICTRL
003080*    PARA O CLIMAINT NAO ATUALIZAR POR BAIXO DA PASSADA.
003090     PERFORM 1160-MARCAR-EM-PROCESSAMENTO
003100             THRU 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003110     OPEN OUTPUT RELATORIO.
003120     WRITE REL-LINHA FROM REL-CABECALHO AFTER ADVANCING PAGE.
003130     MOVE "ENCERRADAS ANTES DE (RETENCAO DO MESTRE)"
003140             TO REL-CORTE-ROTULO.
003150     MOVE WRK-CORTE-MESTRE TO REL-CORTE-DATA.
003160     WRITE REL-LINHA FROM REL-LINHA-CORTE AFTER ADVANCING 2 LINES.
003170     MOVE "ANONIMIZAR ENCERRADAS ANTES DE (LGPD)   "
003180             TO REL-CORTE-ROTULO.
003190     MOVE WRK-CORTE-LEGAL TO REL-CORTE-DATA.
003200     WRITE REL-LINHA FROM REL-LINHA-CORTE AFTER ADVANCING 1 LINE.
003210     WRITE REL-LINHA FROM REL-TITULO-COLUNAS
003220             AFTER ADVANCING 2 LINES.
003230     PERFORM 2100-LER-PROXIMO-CLIENTE
003240             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
003250 1000-INICIALIZAR-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------*
003290* 1160-MARCAR-EM-PROCESSAMENTO - LIGA A TRAVA DE           *
003300*                  PROCESSAMENTO NO CLICTRL (DATAS DO      *
003310*                  LOTE DE JUROS PRESERVADAS), DESLIGADA   *
003320*                  EM 9000. TRAVA JA LIGADA (LOTE EM       *
003330*                  ANDAMENTO) ABORTA A PASSADA             *
003340*----------------------------------------------------------*
003350 1160-MARCAR-EM-PROCESSAMENTO.
003360     MOVE ZEROS TO WRK-CTRL-DATA WRK-CTRL-ANTERIOR.
003370     OPEN INPUT CONTROLE.
003380     IF FS-CONTROLE = "00"
003390         READ CONTROLE
003400             AT END
003410                 CONTINUE
003420             NOT AT END
003430                 MOVE CTRL-ULTIMA-DATA TO WRK-CTRL-DATA
003440                 MOVE CTRL-DATA-ANTERIOR TO WRK-CTRL-ANTERIOR
003450                 IF CTRL-EM-PROCESSAMENTO = "S"
003460                     DISPLAY "CLIENCEX: CLICTRL COM LOTE EM "
003470                             "PROCESSAMENTO - EXPURGO ABORTADO"
003480                     CLOSE CONTROLE CLIENTES-MASTER ENCERRADAS
003490                             BLOQUEIOS TITULARES REFERENCIA
003500                     MOVE 16 TO RETURN-CODE
003510                     GO TO 9999-EXIT
003520                 END-IF
003530         END-READ
003540         CLOSE CONTROLE
003550     END-IF.
003560     OPEN OUTPUT CONTROLE.
003570     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003580     MOVE "S"               TO CTRL-EM-PROCESSAMENTO.
003590     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003600     WRITE CTRL-REGISTRO.
003610     CLOSE CONTROLE.
003620 1160-MARCAR-EM-PROCESSAMENTO-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------*
003660* 1170-DESMARCAR-PROCESSAMENTO - DESLIGA A TRAVA DO        *
003670*                  CLICTRL AO FIM DA PASSADA               *
003680*----------------------------------------------------------*
003690 1170-DESMARCAR-PROCESSAMENTO.
003700     OPEN OUTPUT CONTROLE.
003710     MOVE WRK-CTRL-DATA     TO CTRL-ULTIMA-DATA.
003720     MOVE "N"               TO CTRL-EM-PROCESSAMENTO.
003730     MOVE WRK-CTRL-ANTERIOR TO CTRL-DATA-ANTERIOR.
003740     WRITE CTRL-REGISTRO.
003750     CLOSE CONTROLE.
003760 1170-DESMARCAR-PROCESSAMENTO-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------*
003800* 1200-CARREGAR-CDBS - GUARDA NA TABELA O CLIENTE DE CADA  *
003810*                  CDB ATIVO OU COM RESGATE PEDIDO; TABELA *
003820*                  CHEIA ABORTA, POIS UM CDB FORA DELA     *
003830*                  DEIXARIA A CONTA SAIR DO MESTRE         *
003840*----------------------------------------------------------*
003850 1200-CARREGAR-CDBS.
003860     OPEN INPUT CERTIFICADOS.
003870     IF FS-CERTIFICADOS NOT = "00"
003880         DISPLAY "CLIENCEX: ERRO AO ABRIR CLICDB - STATUS "
003890                 FS-CERTIFICADOS
003900         MOVE 16 TO RETURN-CODE
003910         GO TO 9999-EXIT
003920     END-IF.
003930     PERFORM 1250-GUARDAR-CDB THRU 1250-GUARDAR-CDB-EXIT
003940             UNTIL FIM-CERTIFICADOS.
003950     CLOSE CERTIFICADOS.
003960     IF WRK-QTD-CDB > WRK-MAX-CDB
003970         DISPLAY "CLIENCEX: MAIS DE " WRK-MAX-CDB
003980                 " CDBS EM ABERTO - AMPLIAR A TABELA"
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT
004010     END-IF.
004020 1200-CARREGAR-CDBS-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060* 1250-GUARDAR-CDB - LE UM CERTIFICADO E GUARDA O TITULAR  *
004070*                  QUANDO AINDA NAO LIQUIDADO              *
004080*----------------------------------------------------------*
004090 1250-GUARDAR-CDB.
004100     READ CERTIFICADOS NEXT RECORD
004110         AT END
004120             SET FIM-CERTIFICADOS TO TRUE
004130             GO TO 1250-GUARDAR-CDB-EXIT
004140     END-READ.
004150     IF CDB-LIQUIDADO
004160         GO TO 1250-GUARDAR-CDB-EXIT
004170     END-IF.
004180     ADD 1 TO WRK-QTD-CDB.
004190     IF WRK-QTD-CDB > WRK-MAX-CDB
004200         SET FIM-CERTIFICADOS TO TRUE
004210         GO TO 1250-GUARDAR-CDB-EXIT
004220     END-IF.
004230     MOVE CDB-CLI-ID TO TAB-CDB-CLI-ID (WRK-QTD-CDB).
004240 1250-GUARDAR-CDB-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------*
004280* 2000-AVALIAR-CONTA - DECIDE SE A CONTA ENCERRADA SAI DO  *
004290*                  MESTRE; A QUE NAO PODE SAIR VAI PARA O  *
004300*                  RELATORIO COM O MOTIVO                  *
004310*----------------------------------------------------------*
004320 2000-AVALIAR-CONTA.
004330     ADD 1 TO WRK-CONT-LIDAS.
004340     IF CLI-DATA-ENCERRAMENTO = ZEROS
004350         GO TO 2000-AVALIAR-CONTA-LER
004360     END-IF.
004370     ADD 1 TO WRK-CONT-ENCERRADAS.
004380     IF CLI-DATA-ENCERRAMENTO NOT < WRK-CORTE-MESTRE
004390         ADD 1 TO WRK-CONT-NA-RETENCAO
004400         GO TO 2000-AVALIAR-CONTA-LER
004410     END-IF.
004420     IF CLI-SALDO NOT = ZEROS OR CLI-JUROS-ACUMULADO NOT = ZEROS
004430         MOVE "RETIDA - SALDO OU JUROS" TO WRK-MOTIVO
004440         PERFORM 2900-LISTAR-RETIDA THRU 2900-LISTAR-RETIDA-EXIT
004450         GO TO 2000-AVALIAR-CONTA-LER
004460     END-IF.
004470     PERFORM 2300-VERIFICAR-BLOQUEIOS
004480             THRU 2300-VERIFICAR-BLOQUEIOS-EXIT.
004490     IF BLOQUEIO-VIGENTE
004500         MOVE "RETIDA - BLOQUEIO VIGENTE" TO WRK-MOTIVO
004510         PERFORM 2900-LISTAR-RETIDA THRU 2900-LISTAR-RETIDA-EXIT
004520         GO TO 2000-AVALIAR-CONTA-LER
004530     END-IF.
004540     MOVE "N" TO WRK-TEM-CDB.
004550     PERFORM 2400-PROCURAR-CDB THRU 2400-PROCURAR-CDB-EXIT
004560             VARYING WRK-IDX-CDB FROM 1 BY 1
004570             UNTIL WRK-IDX-CDB > WRK-QTD-CDB
004580                OR CDB-EM-ABERTO.
004590     IF CDB-EM-ABERTO
004600         MOVE "RETIDA - CDB EM ABERTO" TO WRK-MOTIVO
004610         PERFORM 2900-LISTAR-RETIDA THRU 2900-LISTAR-RETIDA-EXIT
004620         GO TO 2000-AVALIAR-CONTA-LER
004630     END-IF.
004640     PERFORM 2500-EXPURGAR-CONTA THRU 2500-EXPURGAR-CONTA-EXIT.
004650 2000-AVALIAR-CONTA-LER.
004660     PERFORM 2100-LER-PROXIMO-CLIENTE
004670             THRU 2100-LER-PROXIMO-CLIENTE-EXIT.
004680 2000-AVALIAR-CONTA-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------*
004720* 2100-LER-PROXIMO-CLIENTE - LEITURA SEQUENCIAL DO MESTRE  *
004730*----------------------------------------------------------*
004740 2100-LER-PROXIMO-CLIENTE.
004750     READ CLIENTES-MASTER NEXT RECORD
004760         AT END
004770             SET FIM-ARQUIVO-CLIENTES TO TRUE
004780     END-READ.
004790 2100-LER-PROXIMO-CLIENTE-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------*
004830* 2300-VERIFICAR-BLOQUEIOS - PROCURA BLOQUEIO VIGENTE DA   *
004840*                  CONTA (DATA DE LIBERACAO ZERADA OU      *
004850*                  POSTERIOR A DATA DO SISTEMA)            *
004860*----------------------------------------------------------*
004870 2300-VERIFICAR-BLOQUEIOS.
004880     MOVE "N" TO WRK-TEM-BLQ WRK-FIM-BLQ.
004890     MOVE CLI-ID TO BLQ-CLI-ID.
004900     MOVE ZEROS  TO BLQ-SEQ.
004910     START BLOQUEIOS KEY IS GREATER THAN BLQ-CHAVE
004920         INVALID KEY
004930             SET FIM-BLOQUEIOS TO TRUE
004940     END-START.
004950     PERFORM 2350-LER-BLOQUEIO THRU 2350-LER-BLOQUEIO-EXIT
004960             UNTIL FIM-BLOQUEIOS OR BLOQUEIO-VIGENTE.
004970 2300-VERIFICAR-BLOQUEIOS-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------*
005010* 2350-LER-BLOQUEIO - TRATA UM BLOQUEIO DA CONTA           *
005020*----------------------------------------------------------*
005030 2350-LER-BLOQUEIO.
005040     READ BLOQUEIOS NEXT RECORD
005050         AT END
005060             SET FIM-BLOQUEIOS TO TRUE
005070             GO TO 2350-LER-BLOQUEIO-EXIT
005080     END-READ.
005090     IF BLQ-CLI-ID NOT = CLI-ID
005100         SET FIM-BLOQUEIOS TO TRUE
005110         GO TO 2350-LER-BLOQUEIO-EXIT
005120     END-IF.
005130     IF BLQ-DATA-LIBERACAO = ZEROS
005140             OR BLQ-DATA-LIBERACAO > WRK-DATA-SISTEMA
005150         SET BLOQUEIO-VIGENTE TO TRUE
005160     END-IF.
005170 2350-LER-BLOQUEIO-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------*
005210* 2400-PROCURAR-CDB - CONFERE UMA ENTRADA DA TABELA        *
005220*----------------------------------------------------------*
005230 2400-PROCURAR-CDB.
005240     IF TAB-CDB-CLI-ID (WRK-IDX-CDB) = CLI-ID
005250         SET CDB-EM-ABERTO TO TRUE
005260     END-IF.
005270 2400-PROCURAR-CDB-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* 2500-EXPURGAR-CONTA - GRAVA A CONTA NO CLIENCER E A      *
005320*                  APAGA DO MESTRE. SE O DELETE FALHAR, O  *
005330*                  REGISTRO DO HISTORICO E DESFEITO PARA A *
005340*                  CONTA NAO FICAR NOS DOIS LUGARES        *
005350*----------------------------------------------------------*
005360 2500-EXPURGAR-CONTA.
005370     MOVE SPACES                TO ENC-REGISTRO.
005380     MOVE CLI-ID                TO ENC-CLI-ID.
005390     MOVE CLI-NOME              TO ENC-NOME.
005400     MOVE CLI-AGENCIA           TO ENC-AGENCIA.
005410     MOVE CLI-TIPO-CONTA        TO ENC-TIPO-CONTA.
005420     MOVE CLI-MOEDA             TO ENC-MOEDA.
005430     MOVE CLI-STATUS            TO ENC-STATUS.
005440     MOVE CLI-DOCUMENTO         TO ENC-DOCUMENTO.
005450     MOVE CLI-TIPO-DOC          TO ENC-TIPO-DOC.
005460     MOVE CLI-DATA-ABERTURA     TO ENC-DATA-ABERTURA.
005470     MOVE CLI-DATA-ENCERRAMENTO TO ENC-DATA-ENCERRAMENTO.
005480     MOVE CLI-DATA-ULTIMO-JUROS TO ENC-DATA-ULTIMO-JUROS.
005490     MOVE CLI-SALDO             TO ENC-SALDO.
005500     MOVE CLI-SALDO-GANHO-ANO   TO ENC-SALDO-GANHO-ANO.
005510     MOVE CLI-JUROS-ACUMULADO   TO ENC-JUROS-ACUMULADO.
005520     MOVE CLI-IRRF-ANO          TO ENC-IRRF-ANO.
005530     MOVE CLI-ENDERECO          TO ENC-ENDERECO.
005540     MOVE CLI-CIDADE            TO ENC-CIDADE.
005550     MOVE CLI-UF                TO ENC-UF.
005560     MOVE CLI-CEP               TO ENC-CEP.
005570     MOVE CLI-TELEFONE          TO ENC-TELEFONE.
005580     MOVE CLI-EMAIL             TO ENC-EMAIL.
005590     MOVE WRK-DATA-SISTEMA      TO ENC-DATA-EXPURGO.
005600     SET ENC-RETIDO TO TRUE.
005610     MOVE ZEROS                 TO ENC-DATA-ANONIMIZACAO.
005620     WRITE ENC-REGISTRO
005630         INVALID KEY
005640             DISPLAY "CLIENCEX: CONTA " CLI-ID
005650                     " JA CONSTA NO CLIENCER - STATUS "
005660                     FS-ENCERRADAS
005670             ADD 1 TO WRK-CONT-ERROS
005680             MOVE "ERRO - JA CONSTA NO CLIENCER" TO WRK-MOTIVO
005690             PERFORM 2900-LISTAR-RETIDA
005700                     THRU 2900-LISTAR-RETIDA-EXIT
005710             GO TO 2500-EXPURGAR-CONTA-EXIT
005720     END-WRITE.
005730     DELETE CLIENTES-MASTER RECORD
005740         INVALID KEY
005750             DISPLAY "CLIENCEX: ERRO AO DELETAR A CONTA " CLI-ID
005760                     " NO CLIMSTR - STATUS " FS-CLIENTES-MASTER
005770             DELETE ENCERRADAS RECORD
005780                 INVALID KEY
005790                     CONTINUE
005800             END-DELETE
005810             ADD 1 TO WRK-CONT-ERROS
005820             MOVE "ERRO - DELETE NO CLIMSTR" TO WRK-MOTIVO
005830             PERFORM 2900-LISTAR-RETIDA
005840                     THRU 2900-LISTAR-RETIDA-EXIT
005850             GO TO 2500-EXPURGAR-CONTA-EXIT
005860     END-DELETE.
005870     ADD 1 TO WRK-CONT-EXPURGADAS.
005880     MOVE CLI-ID                TO REL-DET-ID.
005890     MOVE CLI-AGENCIA           TO REL-DET-AGENCIA.
005900     MOVE CLI-DATA-ENCERRAMENTO TO REL-DET-ENCERRAMENTO.
005910     MOVE CLI-SALDO             TO REL-DET-SALDO.
005920     MOVE "EXPURGADA PARA O CLIENCER" TO REL-DET-SITUACAO.
005930     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
005940 2500-EXPURGAR-CONTA-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------*
005980* 2900-LISTAR-RETIDA - CONTA ENCERRADA QUE FICA NO MESTRE  *
005990*----------------------------------------------------------*
006000 2900-LISTAR-RETIDA.
006010     ADD 1 TO WRK-CONT-RETIDAS.
006020     MOVE CLI-ID                TO REL-DET-ID.
006030     MOVE CLI-AGENCIA           TO REL-DET-AGENCIA.
006040     MOVE CLI-DATA-ENCERRAMENTO TO REL-DET-ENCERRAMENTO.
006050     MOVE CLI-SALDO             TO REL-DET-SALDO.
006060     MOVE WRK-MOTIVO            TO REL-DET-SITUACAO.
006070     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
006080 2900-LISTAR-RETIDA-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------*
006120* 3000-ANONIMIZAR-HISTORICO - VARRE O CLIENCER INTEIRO     *
006130*----------------------------------------------------------*
006140 3000-ANONIMIZAR-HISTORICO.
006150     MOVE ZEROS TO ENC-CLI-ID.
006160     START ENCERRADAS KEY IS NOT LESS THAN ENC-CLI-ID
006170         INVALID KEY
006180             SET FIM-ENCERRADAS TO TRUE
006190     END-START.
006200     PERFORM 3100-ANONIMIZAR-CONTA THRU 3100-ANONIMIZAR-CONTA-EXIT
006210             UNTIL FIM-ENCERRADAS.
006220 3000-ANONIMIZAR-HISTORICO-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------*
006260* 3100-ANONIMIZAR-CONTA - CONTA DO HISTORICO ENCERRADA     *
006270*                  ANTES DO CORTE LEGAL PERDE OS DADOS     *
006280*                  PESSOAIS; NUMERO, AGENCIA, TIPO, MOEDA, *
006290*                  DATAS E TOTAIS FINANCEIROS SAO MANTIDOS *
006300*----------------------------------------------------------*
006310 3100-ANONIMIZAR-CONTA.
006320     READ ENCERRADAS NEXT RECORD
006330         AT END
006340             SET FIM-ENCERRADAS TO TRUE
006350             GO TO 3100-ANONIMIZAR-CONTA-EXIT
006360     END-READ.
006370     ADD 1 TO WRK-CONT-HISTORICO.
006380     IF ENC-ANONIMIZADO
006390             OR ENC-DATA-ENCERRAMENTO NOT < WRK-CORTE-LEGAL
006400         GO TO 3100-ANONIMIZAR-CONTA-EXIT
006410     END-IF.
006420     PERFORM 3200-RETIRAR-TITULARES
006430             THRU 3200-RETIRAR-TITULARES-EXIT.
006440     IF ENC-DOCUMENTO NOT = ZEROS
006450         MOVE ENC-DOCUMENTO TO XRF-DOCUMENTO
006460         MOVE ENC-CLI-ID    TO XRF-CLI-ID
006470         MOVE ZEROS         TO XRF-SEQ
006480         DELETE REFERENCIA RECORD
006490             INVALID KEY
006500                 CONTINUE
006510         END-DELETE
006520     END-IF.
006530     MOVE "ANONIMIZADO - LGPD"  TO ENC-NOME.
006540     MOVE ZEROS                 TO ENC-DOCUMENTO.
006550     MOVE SPACES                TO ENC-ENDERECO ENC-CIDADE ENC-UF
006560                                   ENC-EMAIL.
006570     MOVE ZEROS                 TO ENC-CEP ENC-TELEFONE.
006580     SET ENC-ANONIMIZADO TO TRUE.
006590     MOVE WRK-DATA-SISTEMA      TO ENC-DATA-ANONIMIZACAO.
006600     REWRITE ENC-REGISTRO
006610         INVALID KEY
006620             DISPLAY "CLIENCEX: ERRO AO REGRAVAR A CONTA "
006630                     ENC-CLI-ID " NO CLIENCER - STATUS "
006640                     FS-ENCERRADAS
006650             ADD 1 TO WRK-CONT-ERROS
006660             GO TO 3100-ANONIMIZAR-CONTA-EXIT
006670     END-REWRITE.
006680     ADD 1 TO WRK-CONT-ANONIMIZADAS.
006690     MOVE ENC-CLI-ID            TO REL-DET-ID.
006700     MOVE ENC-AGENCIA           TO REL-DET-AGENCIA.
006710     MOVE ENC-DATA-ENCERRAMENTO TO REL-DET-ENCERRAMENTO.
006720     MOVE ENC-SALDO             TO REL-DET-SALDO.
006730     MOVE "ANONIMIZADA NO CLIENCER" TO REL-DET-SITUACAO.
006740     WRITE REL-LINHA FROM REL-DETALHE AFTER ADVANCING 1 LINE.
006750 3100-ANONIMIZAR-CONTA-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------*
006790* 3200-RETIRAR-TITULARES - APAGA OS TITULARES ADICIONAIS   *
006800*                  DA CONTA NO CLITITU E AS SUAS ENTRADAS  *
006810*                  NO CLIXREF                              *
006820*----------------------------------------------------------*
006830 3200-RETIRAR-TITULARES.
006840     MOVE "N" TO WRK-FIM-TIT.
006850     MOVE ENC-CLI-ID TO TIT-CLI-ID.
006860     MOVE ZEROS      TO TIT-SEQ.
006870     START TITULARES KEY IS GREATER THAN TIT-CHAVE
006880         INVALID KEY
006890             SET FIM-TITULARES TO TRUE
006900     END-START.
006910     PERFORM 3250-RETIRAR-TITULAR THRU 3250-RETIRAR-TITULAR-EXIT
006920             UNTIL FIM-TITULARES.
006930 3200-RETIRAR-TITULARES-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------*
006970* 3250-RETIRAR-TITULAR - TRATA UM TITULAR DA CONTA         *
006980*----------------------------------------------------------*
006990 3250-RETIRAR-TITULAR.
007000     READ TITULARES NEXT RECORD
007010         AT END
007020             SET FIM-TITULARES TO TRUE
007030             GO TO 3250-RETIRAR-TITULAR-EXIT
007040     END-READ.
007050     IF TIT-CLI-ID NOT = ENC-CLI-ID
007060         SET FIM-TITULARES TO TRUE
007070         GO TO 3250-RETIRAR-TITULAR-EXIT
007080     END-IF.
007090     IF TIT-DOCUMENTO NOT = ZEROS
007100         MOVE TIT-DOCUMENTO TO XRF-DOCUMENTO
007110         MOVE TIT-CLI-ID    TO XRF-CLI-ID
007120         MOVE TIT-SEQ       TO XRF-SEQ
007130         DELETE REFERENCIA RECORD
007140             INVALID KEY
007150                 CONTINUE
007160         END-DELETE
007170     END-IF.
007180     DELETE TITULARES RECORD
007190         INVALID KEY
007200             DISPLAY "CLIENCEX: ERRO AO DELETAR O TITULAR "
007210                     TIT-CHAVE " NO CLITITU - STATUS "
007220                     FS-TITULARES
007230             ADD 1 TO WRK-CONT-ERROS
007240             GO TO 3250-RETIRAR-TITULAR-EXIT
007250     END-DELETE.
007260     ADD 1 TO WRK-CONT-TITULARES.
007270 3250-RETIRAR-TITULAR-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------*
007310* 9000-FINALIZAR - IMPRIME OS TOTAIS, DESLIGA A TRAVA E    *
007320*                  FECHA OS ARQUIVOS; ERRO DE GRAVACAO OU  *
007330*                  DELECAO DEVOLVE RC 4                    *
007340*----------------------------------------------------------*
007350 9000-FINALIZAR.
007360     MOVE "CONTAS LIDAS NO CLIMSTR" TO REL-ROD-ROTULO.
007370     MOVE WRK-CONT-LIDAS TO REL-ROD-VALOR.
007380     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 2 LINES.
007390     MOVE "CONTAS ENCERRADAS" TO REL-ROD-ROTULO.
007400     MOVE WRK-CONT-ENCERRADAS TO REL-ROD-VALOR.
007410     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007420     MOVE "ENCERRADAS AINDA NA RETENCAO DO MESTRE"
007430             TO REL-ROD-ROTULO.
007440     MOVE WRK-CONT-NA-RETENCAO TO REL-ROD-VALOR.
007450     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007460     MOVE "RETIDAS NO MESTRE (VER MOTIVO)" TO REL-ROD-ROTULO.
007470     MOVE WRK-CONT-RETIDAS TO REL-ROD-VALOR.
007480     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007490     MOVE "EXPURGADAS PARA O CLIENCER" TO REL-ROD-ROTULO.
007500     MOVE WRK-CONT-EXPURGADAS TO REL-ROD-VALOR.
007510     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007520     MOVE "CONTAS NO CLIENCER" TO REL-ROD-ROTULO.
007530     MOVE WRK-CONT-HISTORICO TO REL-ROD-VALOR.
007540     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007550     MOVE "ANONIMIZADAS NESTA PASSADA" TO REL-ROD-ROTULO.
007560     MOVE WRK-CONT-ANONIMIZADAS TO REL-ROD-VALOR.
007570     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007580     MOVE "TITULARES ADICIONAIS RETIRADOS" TO REL-ROD-ROTULO.
007590     MOVE WRK-CONT-TITULARES TO REL-ROD-VALOR.
007600     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007610     MOVE "ERROS DE GRAVACAO/DELECAO" TO REL-ROD-ROTULO.
007620     MOVE WRK-CONT-ERROS TO REL-ROD-VALOR.
007630     WRITE REL-LINHA FROM REL-RODAPE AFTER ADVANCING 1 LINE.
007640     IF WRK-CONT-ERROS NOT = ZEROS
007650         MOVE 4 TO RETURN-CODE
007660     END-IF.
007670     PERFORM 1170-DESMARCAR-PROCESSAMENTO
007680             THRU 1170-DESMARCAR-PROCESSAMENTO-EXIT.
007690     CLOSE CLIENTES-MASTER ENCERRADAS BLOQUEIOS TITULARES
007700             REFERENCIA RELATORIO.
007710 9000-FINALIZAR-EXIT.
007720     EXIT.
007730
007740 9999-EXIT.
007750     STOP RUN.
